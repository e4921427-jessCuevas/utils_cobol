      **  8.08  09/2026  RVILA    Posici¢n de tesorer¡a del grupo por **
      **                          entidad bancaria a una fecha        **
      **                          (POSTES.TXT)                        **
      **  8.09  10/2026  RVILA    Devoluciones de adeudos directos    **
      **                          (pain.002 y norma 19) contra        **
      **                          REMEREG y MANDASEP, con asiento     **
      **                          propuesto (DEVOLUC.TXT)             **
      **  8.10  10/2026  RVILA    Modificaci¢n de mandatos al cambiar **
      **                          la cuenta (AmdmntInd), £ltimo       **
      **                          adeudo y caducidad a 36 meses       **
      **                          (MANDCAD.TXT)                       **
      **  8.11  10/2026  RVILA    Reglas de contabilizaci¢n de las    **
      **                          l¡neas norma 43 sin apunte          **
      **                          (N43REGLA.TXT); "XA" contabiliza    **
      **  8.12  10/2026  RVILA    Saldo contable de la conciliaci¢n   **
      **                          norma 43 con los asientos "XA"      **
      **  8.13  10/2026  RVILA    Caducidad de mandatos RCUR sin      **
      **                          fecha de £ltimo adeudo              **
      *****************************************************************

       SPECIAL-NAMES.
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS FCD-ERROR-IN43.

           *> Reglas de contabilización de las líneas del extracto sin
           *> apunte (ver Cargar-Reglas-N43).
           SELECT OPTIONAL REGLAS-N43
                  ASSIGN TO DYNAMIC PATH-REGLAS-N43
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS FCD-ERROR-RN43.

           *> Registro de remesas generadas, con su ciclo de vida
           *> generada/enviada/confirmada (ver Registrar-Remesa).
           SELECT OPTIONAL REMESAS-REG
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS FCD-ERROR-PN8.

           *> Devoluciones y rechazos de adeudos directos que envía el
           *> banco (pain.002 o norma 19) y su informe (ver
           *> Procesar-Devoluciones-Adeu).
           SELECT OPTIONAL DEVOLUCIONES-ADEU
                  ASSIGN TO DYNAMIC PATH-DEVOLUCIONES
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS FCD-ERROR-DEV.

           SELECT OPTIONAL INFORME-DEVOL
                  ASSIGN TO DYNAMIC PATH-INFORME-DEVOL
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS FCD-ERROR-IDV.

           *> Mandatos caducados, próximos a caducar o con la
           *> modificación pendiente (ver Revisar-Caducidad-Mandatos).
           SELECT OPTIONAL LISTADO-CADUCIDAD
                  ASSIGN TO DYNAMIC PATH-CADUCIDAD-MAND
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS FCD-ERROR-CMD.

       DATA DIVISION.
       FILE SECTION.
           COPY "STABANEL.FD".     *> Configuración de banca electrónica
           FD INFORME-N43.
           01 REG-INFORME-N43          PIC X(132).

           FD REGLAS-N43.
           01 REG-REGLA-N43            PIC X(160).

           FD REMESAS-REG.
           01 REG-REMESA-REG.
              03 CLV-RRG.
           FD REME-PRE.
           01 REG-REME-PRE             PIC X(200).

           *> TIP-REG-MSP: "A" identificador de acreedor de la
           *> entidad COD-MSP, "M" mandato de la cuenta COD-MSP y "O"
           *> cuenta original del deudor (su IBAN en REF-MAN-MSP)
           *> mientras la modificación no se ha comunicado en remesa.
           FD MANDATOS-SEPA.
           01 REG-MANDATO-SEPA.
              03 CLV-MSP.
              03 REF-MAN-MSP           PIC X(35).
              03 FEC-FIR-MSP           PIC 9(08).
              03 SEC-ADEUDO-MSP        PIC X(04).
              03 MOD-CTA-MSP           PIC X(01).
                 88 MANDATO-MODIFICADO VALUE "S".
              03 FEC-ULT-MSP           PIC 9(08).
              03 FILLER                PIC X(08).

           FD RECIBOS-ADEU.
           01 REG-RECIBOS-ADEU         PIC X(120).
           FD FICHERO-PAIN008.
           01 REG-PAIN008              PIC X(200).

           *> Las líneas del pain.002 se tratan como texto; en norma 19
           *> interesa el registro individual de la devolución (03).
           FD DEVOLUCIONES-ADEU.
           01 REG-DEVOLUCION-ADEU      PIC X(600).
           01 REG-DEVOLUCION-N19.
              03 TIP-REG-N19           PIC X(02).
              03 FILLER                PIC X(08).
              03 REF-ADEUDO-N19        PIC X(35).
              03 REF-MANDATO-N19       PIC X(35).
              03 SEC-ADEUDO-N19        PIC X(04).
              03 FILLER                PIC X(04).
              03 IMP-ADEUDO-N19        PIC X(11).
              03 FILLER                PIC X(304).
              03 IBAN-DEUDOR-N19       PIC X(34).
              03 MOT-DEVOL-N19         PIC X(04).
              03 FILLER                PIC X(159).

           FD INFORME-DEVOL.
           01 REG-INFORME-DEVOL        PIC X(160).

           FD LISTADO-CADUCIDAD.
           01 REG-LISTADO-CAD          PIC X(160).

       WORKING-STORAGE SECTION.

            COPY "DS-CNTRL.MF".
            copy "A3ASESOR.CPY".
            copy "ECOASOPE.LKG".
            copy "ecociban.lkg".
            copy "ECOMSAC.LKG".
            COPY "STAPROG.LKG".

       78 Max-Bancos               value 9999.
             05 Rec-Dd-Ref-Mandato  PIC X(35).
             05 Rec-Dd-Fec-Firma    PIC 9(08).
             05 Rec-Dd-Seq          PIC X(04).
             05 Rec-Dd-Amd          PIC X(01).
             05 Rec-Dd-Iban-Ori     PIC X(34).
       77 Num-Recibos-Dd           PIC 9(03) COMP-5.
       77 Idx-Recibo-Dd            PIC 9(03) COMP-5.
       01 Adeu-Tot-Lineas          PIC 9(05).
       01 Msg-Id-Xml               PIC X(35).
       01 Num-Txs-Ed               PIC Z(4)9.

      *> Vida de los mandatos: un mandato sin adeudos en 36 meses ----
      *> (desde el último, o desde la firma si no se ha usado) ha -----
      *> caducado; se avisa de los que caducan en los 3 meses --------
      *> siguientes (Funcion "XC", listado MANDCAD.TXT). Un RCUR ------
      *> sin fecha de último adeudo (mandatos anteriores a ella) no ---
      *> se puede fechar: no caduca y se lista aparte. ----------------
       78 FICHERO-CADUCIDAD-MAND   VALUE "MANDCAD.TXT".
       78 Meses-Caducidad-Mandato  VALUE 36.
       78 Meses-Aviso-Mandato      VALUE 3.
       77 PATH-CADUCIDAD-MAND      PIC X(256).
       77 FCD-ERROR-CMD            PIC XX.
       01 Listado-Cad-Abierto-Sw   PIC X(01).
          88 Listado-Cad-Abierto VALUE "S" FALSE "N".
       01 Mandato-Caducado-Sw      PIC X(01).
          88 Mandato-Caducado VALUE "S" FALSE "N".
       01 Mandato-Por-Caducar-Sw   PIC X(01).
          88 Mandato-Por-Caducar VALUE "S" FALSE "N".
       01 Mandato-Sin-Ultimo-Sw    PIC X(01).
          88 Mandato-Sin-Ultimo VALUE "S" FALSE "N".
       01 Fin-Mandatos-Cad-Sw      PIC X(01).
          88 Fin-Mandatos-Cad VALUE "S" FALSE "N".
       01 Mandato-Existia-Sw       PIC X(01).
          88 Mandato-Existia VALUE "S" FALSE "N".
       01 Fec-Hoy-Man              PIC 9(08).
       01 Fec-Ref-Man              PIC 9(08).
       01 Fec-Caduca-Man           PIC 9(08).
       01 Fec-Aviso-Man            PIC 9(08).
       01 Fec-Base-Man             PIC 9(08).
       01 Fec-Base-Man-R REDEFINES Fec-Base-Man.
          03 Fec-Base-Man-Aa       PIC 9(04).
          03 Fec-Base-Man-Mm       PIC 9(02).
          03 Fec-Base-Man-Dd       PIC 9(02).
       01 Fec-Suma-Man             PIC 9(08).
       01 Fec-Suma-Man-R REDEFINES Fec-Suma-Man.
          03 Fec-Suma-Man-Aa       PIC 9(04).
          03 Fec-Suma-Man-Mm       PIC 9(02).
          03 Fec-Suma-Man-Dd       PIC 9(02).
       77 Meses-Suma-Man           PIC 9(06) COMP-5.
       77 Meses-Total-Man          PIC 9(06) COMP-5.
       01 Fec-Man-Txt              PIC X(10).
       01 Fec-Man-Txt2             PIC X(10).
       01 Fec-Man-Txt3             PIC X(10).
       01 Iban-Original-Man        PIC X(34).
       01 Ref-Ant-Man              PIC X(35).
       01 Mod-Ant-Man              PIC X(01).
       01 Fec-Ult-Ant-Man          PIC 9(08).
       01 Cod-Mandato-Man          PIC 9(10).
       01 Man-Tot-Revisados        PIC 9(05).
       01 Man-Tot-Por-Caducar      PIC 9(05).
       01 Man-Tot-Caducados        PIC 9(05).
       01 Man-Tot-Modificados      PIC 9(05).
       01 Man-Tot-Sin-Ultimo       PIC 9(05).
       01 Man-Num-Ed               PIC Z(4)9.
       01 Meses-Cad-Txt            PIC 9(02).

      *> Devoluciones de adeudos directos (Funcion "XD"): se lee ------
      *> DEVOADEU.TXT del entorno (pain.002 o norma 19), se casa ------
      *> cada devolución con su remesa de REMEREG por el MsgId que ----
      *> encabeza la referencia del adeudo y con la cuenta por su -----
      *> mandato de MANDASEP, y se deja el informe en DEVOLUC.TXT. ----
       78 FICHERO-DEVOLUCIONES     VALUE "DEVOADEU.TXT".
       78 FICHERO-INFORME-DEVOL    VALUE "DEVOLUC.TXT".
       78 Max-Remesas-Dev          VALUE 100.
       77 PATH-DEVOLUCIONES        PIC X(256).
       77 FCD-ERROR-DEV            PIC XX.
       77 PATH-INFORME-DEVOL       PIC X(256).
       77 FCD-ERROR-IDV            PIC XX.
       01 Informe-Devol-Abierto-Sw PIC X(01).
          88 Informe-Devol-Abierto VALUE "S" FALSE "N".
       01 Fin-Devoluciones-Sw      PIC X(01).
          88 Fin-Devoluciones VALUE "S" FALSE "N".
       01 Devol-Formato-Xml-Sw     PIC X(01).
          88 Devol-Formato-Xml VALUE "S" FALSE "N".
       01 Devol-En-Operacion-Sw    PIC X(01).
          88 Devol-En-Operacion VALUE "S" FALSE "N".
       01 Devol-En-Motivo-Sw       PIC X(01).
          88 Devol-En-Motivo VALUE "S" FALSE "N".
       01 Devol-En-Deudor-Sw       PIC X(01).
          88 Devol-En-Deudor VALUE "S" FALSE "N".
       01 Devol-Etiqueta-Hallada-Sw PIC X(01).
          88 Devol-Etiqueta-Hallada VALUE "S" FALSE "N".
       01 Devol-Remesa-Hallada-Sw  PIC X(01).
          88 Devol-Remesa-Hallada VALUE "S" FALSE "N".
       01 Devol-Mandato-Hallado-Sw PIC X(01).
          88 Devol-Mandato-Hallado VALUE "S" FALSE "N".
       01 Devol-Frst-Repuesto-Sw   PIC X(01).
          88 Devol-Frst-Repuesto VALUE "S" FALSE "N".
       01 Fin-Busqueda-Dev-Sw      PIC X(01).
          88 Fin-Busqueda-Dev VALUE "S" FALSE "N".
      *> Datos de la devolución en curso, sea cual sea el formato
       01 Devol-Msg-Grupo          PIC X(35).
       01 Devol-Msg-Id             PIC X(35).
       01 Devol-End-To-End         PIC X(35).
       01 Devol-Ref-Mandato        PIC X(35).
       01 Devol-Secuencia          PIC X(04).
       01 Devol-Estado             PIC X(04).
       01 Devol-Motivo             PIC X(04).
       01 Devol-Motivo-Txt         PIC X(40).
       01 Devol-Iban               PIC X(34).
       01 Devol-Importe            PIC S9(12)V99.
       01 Devol-Imp-Ent-Txt        PIC X(15).
       01 Devol-Imp-Dec-Txt        PIC X(05).
       01 Devol-Imp-Ent            PIC 9(12).
       01 Devol-Imp-Dec            PIC 9(02).
       01 Devol-Cent-N19           PIC 9(11).
       01 Devol-Fec-Msg            PIC 9(08).
       01 Devol-Hor-Msg            PIC 9(06).
       01 Devol-Cod-Cliente        PIC 9(10).
       01 Devol-Cta-Cliente        PIC 9(12).
       01 Devol-Titular            PIC X(40).
       01 Devol-Cta-Abono          PIC 9(12).
      *> Extracción del valor de una etiqueta de la línea XML
       01 Devol-Etiqueta           PIC X(20).
       77 Devol-Lon-Etiqueta       PIC 99 COMP-5.
       77 Cont-Etiqueta-Dev        PIC 99 COMP-5.
       01 Devol-Valor              PIC X(70).
       01 Devol-Basura             PIC X(600).
       01 Devol-Resto              PIC X(600).
      *> Totales por remesa de origen
       01 Tabla-Remesas-Dev.
          03 Remesa-Dev-Item OCCURS Max-Remesas-Dev.
             05 Rem-Dev-Fec         PIC 9(08).
             05 Rem-Dev-Hor         PIC 9(06).
             05 Rem-Dev-Ban         PIC 9(04).
             05 Rem-Dev-Fic         PIC X(80).
             05 Rem-Dev-Num         PIC 9(05).
             05 Rem-Dev-Imp         PIC S9(13)V99.
       77 Num-Remesas-Dev          PIC 9(03) COMP-5.
       77 Idx-Remesa-Dev           PIC 9(03) COMP-5.
       01 Devol-Tot-Leidas         PIC 9(05).
       01 Devol-Tot-Sin-Remesa     PIC 9(05).
       01 Devol-Tot-Sin-Mandato    PIC 9(05).
       01 Devol-Tot-Frst           PIC 9(05).
       01 Devol-Tot-Asientos       PIC 9(05).
       01 Devol-Tot-Importe        PIC S9(13)V99.
       01 Devol-Imp-Sin-Remesa     PIC S9(13)V99.
       01 Devol-Num-Ed             PIC Z(4)9.
       01 Devol-Imp-Ed             PIC -(12)9,99.

      *> Conciliación de extractos norma 43 (Funcion "XN"): se lee ------
      *> NORMA43.TXT del entorno, se localiza cada cuenta del fichero --
      *> por su C.C.C. entre todas las empresas de TECODIR y se --------
       01 Cta-Tesoreria-N43        PIC 9(12).
       01 Saldo-Previo-N43         PIC S9(13)V99.
       01 Saldo-Contable-N43       PIC S9(13)V99.
      *> Efecto en tesorería de los asientos "XA" grabados en el bloque
       01 Saldo-Asientos-N43       PIC S9(13)V99.
       01 Dif-Saldo-N43            PIC S9(13)V99.
       01 Tabla-Apuntes-Conc.
          03 Apu-Conc-Item OCCURS Max-Apuntes-Conc.
       01 Nom-Guardado-N43         PIC X(40).
       01 Cam-Guardado-N43         PIC X(40).

      *> Reglas de contabilización de la norma 43: N43REGLA.TXT del --
      *> entorno, una regla por línea "cc;texto;cuenta;concepto;emp" --
      *> (concepto común, texto a buscar en la línea -opcional-, -----
      *> cuenta de contrapartida, concepto del asiento y empresa -----
      *> -opcional, vacía para todas-). La primera regla que casa -----
      *> se lleva la línea; con "XA" además se contabiliza. ------------
       78 FICHERO-REGLAS-N43       VALUE "N43REGLA.TXT".
       78 Max-Reglas-N43           VALUE 200.
       77 PATH-REGLAS-N43          PIC X(256).
       77 FCD-ERROR-RN43           PIC XX.
       01 N43-Definitivo-Sw        PIC X(01).
          88 N43-Definitivo VALUE "S" FALSE "N".
       01 Fin-Reglas-N43-Sw        PIC X(01).
          88 Fin-Reglas-N43 VALUE "S" FALSE "N".
       01 Regla-N43-Valida-Sw      PIC X(01).
          88 Regla-N43-Valida VALUE "S" FALSE "N".
       01 Regla-N43-Hallada-Sw     PIC X(01).
          88 Regla-N43-Hallada VALUE "S" FALSE "N".
       01 Mov-N43-Pendiente-Sw     PIC X(01).
          88 Mov-N43-Pendiente VALUE "S" FALSE "N".
       01 Tabla-Reglas-N43.
          03 Regla-N43-Item OCCURS Max-Reglas-N43.
             05 Rgl-N43-Cc          PIC X(02).
             05 Rgl-N43-Pat         PIC X(40).
             05 Rgl-N43-Lon         PIC 99.
             05 Rgl-N43-Cta         PIC 9(12).
             05 Rgl-N43-Con         PIC X(40).
             05 Rgl-N43-Emp         PIC 9(05).
       77 Num-Reglas-N43           PIC 9(03) COMP-5.
       77 Idx-Regla-N43            PIC 9(03) COMP-5.
       77 Cont-Patron-N43          PIC 9(03) COMP-5.
       77 Ptr-Texto-N43            PIC 9(03) COMP-5.
       01 Campos-Regla-N43.
          03 Rgl-Cc-Txt            PIC X(02).
          03 Rgl-Pat-Txt           PIC X(40).
          03 Rgl-Cta-Txt           PIC X(15).
          03 Rgl-Con-Txt           PIC X(40).
          03 Rgl-Emp-Txt           PIC X(05).
       01 Rgl-Cta-Num              PIC 9(12).
       01 Rgl-Emp-Num              PIC 9(05).
       01 Lineas-Reglas-N43        PIC 9(05).
      *> Línea del extracto sin apunte, en espera de sus registros 23
       01 Concepto-Mov-N43         PIC X(02).
       01 Fecha-Mov-N43            PIC 9(08).
       01 Fecha-Mov-N43-Txt        PIC X(06).
       01 Importe-Pend-N43         PIC S9(12)V99.
       01 Texto-Mov-N43            PIC X(400).
       01 Cta-Debe-N43             PIC 9(12).
       01 Cta-Haber-N43            PIC 9(12).
       01 Imp-Asiento-N43          PIC S9(12)V99.
       01 Conc-Mov-Regla           PIC 9(07).
       01 Conc-Tot-Reglas          PIC 9(07).
       01 Conc-Tot-Contab          PIC 9(07).
       01 Conc-Tot-Excep           PIC 9(07).

      *> Registro de remesas generadas y su ciclo de vida ---------------
      *> generada ("G") -> enviada ("E") -> confirmada ("C"), con ------
      *> fecha y usuario de cada avance. -------------------------------
          03 Ban-Remesa-Sel        PIC 9(04).
       01 Usuario-Remesa           PIC X(20).
       01 Fecha-Avance-Remesa      PIC 9(08).
       01 Estado-Remesa-Txt        PIC X(10).
       01 Rrg-Imp-Ed               PIC -(12)9,99.
       01 Rrg-Num-Ed               PIC Z(4)9.
           copy "ECOMAIL.cpy".
       *> -------------------------------------------------------------

       *>----------- VARIABLES DEL MÓDULO STADIREC --------------------
           77 NP-Stadirec        PIC 9(01) COMP-5.
           77 Camino-Acceso-Dir  PIC X(40).
           77 Tecla-Pulsada      PIC X(02).
               END-IF
            END-IF

            MOVE COD-ACT-VAR TO Cod-Mandato-Man
            IF ECO9BAN-MANDATO-REF NOT = SPACES THEN
               *> La modificación pendiente y el último adeudo no
               *> están en pantalla: se conservan mientras el mandato
               *> sea el mismo. Una referencia nueva es otro mandato
               PERFORM Leer-Mandato-Anterior
               INITIALIZE REG-MANDATO-SEPA
               MOVE "M" TO TIP-REG-MSP
               MOVE ECO-CODIGO-EMPRESA TO EMP-MSP
               ELSE
                  MOVE ECO9BAN-SEC-ADEUDO TO SEC-ADEUDO-MSP
               END-IF
               IF Mandato-Existia AND
                  Ref-Ant-Man = ECO9BAN-MANDATO-REF THEN
                  MOVE Mod-Ant-Man TO MOD-CTA-MSP
                  MOVE Fec-Ult-Ant-Man TO FEC-ULT-MSP
               END-IF
               WRITE REG-MANDATO-SEPA
               IF FCD-ERROR-MSP = "22" THEN
                  REWRITE REG-MANDATO-SEPA
               END-IF
               IF Mandato-Existia AND
                  Ref-Ant-Man NOT = ECO9BAN-MANDATO-REF THEN
                  PERFORM Borrar-Cuenta-Original-Man
               END-IF
            ELSE
               *> Referencia borrada en pantalla: el mandato está
               *> revocado y se elimina, con lo que la cuenta deja
               IF FCD-ERROR-MSP = "00" THEN
                  DELETE MANDATOS-SEPA RECORD
               END-IF
               PERFORM Borrar-Cuenta-Original-Man
            END-IF
         END-IF
       .

      *> Mandato que había en el fichero para la cuenta
      *> Cod-Mandato-Man, antes de grabar el de pantalla.
       Leer-Mandato-Anterior.
         SET Mandato-Existia TO FALSE
         MOVE SPACES TO Ref-Ant-Man Mod-Ant-Man
         MOVE 0 TO Fec-Ult-Ant-Man
         INITIALIZE REG-MANDATO-SEPA
         MOVE "M" TO TIP-REG-MSP
         MOVE ECO-CODIGO-EMPRESA TO EMP-MSP
         MOVE Cod-Mandato-Man TO COD-MSP
         READ MANDATOS-SEPA
         IF FCD-ERROR-MSP = "00" THEN
            SET Mandato-Existia TO TRUE
            MOVE REF-MAN-MSP TO Ref-Ant-Man
            MOVE MOD-CTA-MSP TO Mod-Ant-Man
            IF FEC-ULT-MSP IS NUMERIC THEN
               MOVE FEC-ULT-MSP TO Fec-Ult-Ant-Man
            END-IF
         END-IF
       .

      *> Elimina la cuenta original del deudor guardada para la
      *> cuenta Cod-Mandato-Man: ya se ha comunicado o el mandato
      *> ya no es el mismo.
       Borrar-Cuenta-Original-Man.
         INITIALIZE REG-MANDATO-SEPA
         MOVE "O" TO TIP-REG-MSP
         MOVE ECO-CODIGO-EMPRESA TO EMP-MSP
         MOVE Cod-Mandato-Man TO COD-MSP
         READ MANDATOS-SEPA
         IF FCD-ERROR-MSP = "00" THEN
            DELETE MANDATOS-SEPA RECORD
         END-IF
       .

      *> La cuenta Hist-Cod-Ant ha cambiado de C.C.C. (ya anotado en
      *> HISTBAN): si tiene mandato, queda pendiente de modificación
      *> y se guarda su IBAN anterior como cuenta original del
      *> deudor. Si ya estaba pendiente se conserva la cuenta
      *> original de entonces, la última que conoce el banco.
       Marcar-Modificacion-Mandato.
         IF Hist-Ant-Cc4 NOT = 0 THEN
            PERFORM ABRIR-MANDATOS-SEPA
         END-IF
         IF Hist-Ant-Cc4 NOT = 0 AND Mandatos-Abiertos THEN
            INITIALIZE REG-MANDATO-SEPA
            MOVE "M" TO TIP-REG-MSP
            MOVE ECO-CODIGO-EMPRESA TO EMP-MSP
            MOVE Hist-Cod-Ant TO COD-MSP
            READ MANDATOS-SEPA
            IF FCD-ERROR-MSP = "00" AND NOT MANDATO-MODIFICADO THEN
               MOVE "S" TO MOD-CTA-MSP
               REWRITE REG-MANDATO-SEPA
               IF FCD-ERROR-MSP = "00" THEN
                  INITIALIZE EstCIBan
                  MOVE Hist-Ant-Cc1 TO CIBan-CCC-Bco
                  MOVE Hist-Ant-Cc2 TO CIBan-CCC-Ofi
                  MOVE Hist-Ant-Cc3 TO CIBan-CCC-Dc
                  MOVE Hist-Ant-Cc4 TO CIBan-CCC-Cta
                  CALL var-CCCtoIBAN USING EstCIban
                  MOVE CIban-Cod TO Iban-Original-Man

                  INITIALIZE REG-MANDATO-SEPA
                  MOVE "O" TO TIP-REG-MSP
                  MOVE ECO-CODIGO-EMPRESA TO EMP-MSP
                  MOVE Hist-Cod-Ant TO COD-MSP
                  MOVE Iban-Original-Man TO REF-MAN-MSP
                  WRITE REG-MANDATO-SEPA
                  IF FCD-ERROR-MSP = "22" THEN
                     REWRITE REG-MANDATO-SEPA
                  END-IF
               END-IF
            END-IF
         END-IF
       .
                    "(referencia y fecha de firma)"
                    TO Adeu-Motivo-Rechazo
               PERFORM Rechazar-Recibo-Adeu
            ELSE
               *> Sin adeudos en 36 meses el mandato ha caducado y el
               *> banco del deudor devolvería el recibo
               PERFORM Calcular-Caducidad-Mandato
               IF Mandato-Caducado THEN
                  MOVE Fec-Ref-Man TO Fec-Base-Man
                  PERFORM Formatear-Fecha-Mandato
                  MOVE Meses-Caducidad-Mandato TO Meses-Cad-Txt
                  MOVE SPACES TO Adeu-Motivo-Rechazo
                  IF FEC-ULT-MSP IS NUMERIC AND FEC-ULT-MSP > 0 THEN
                     STRING "Mandato SEPA caducado: último adeudo "
                            Fec-Man-Txt " (" Meses-Cad-Txt " meses)"
                            DELIMITED BY SIZE INTO Adeu-Motivo-Rechazo
                  ELSE
                     STRING "Mandato SEPA caducado: firmado "
                            Fec-Man-Txt " (" Meses-Cad-Txt " meses)"
                            DELIMITED BY SIZE INTO Adeu-Motivo-Rechazo
                  END-IF
                  PERFORM Rechazar-Recibo-Adeu
               END-IF
            END-IF
         END-IF

               *> Primera presentación del mandato
               MOVE "FRST" TO Rec-Dd-Seq(Num-Recibos-Dd)
            END-IF

            *> Mandato con la cuenta del deudor cambiada: el recibo
            *> lleva la modificación y la cuenta original
            MOVE "N" TO Rec-Dd-Amd(Num-Recibos-Dd)
            MOVE SPACES TO Rec-Dd-Iban-Ori(Num-Recibos-Dd)
            IF MANDATO-MODIFICADO THEN
               MOVE "S" TO Rec-Dd-Amd(Num-Recibos-Dd)
               INITIALIZE REG-MANDATO-SEPA
               MOVE "O" TO TIP-REG-MSP
               MOVE ECO-CODIGO-EMPRESA TO EMP-MSP
               MOVE Imp-Cod-Act TO COD-MSP
               READ MANDATOS-SEPA
               IF FCD-ERROR-MSP = "00" THEN
                  MOVE REF-MAN-MSP TO Rec-Dd-Iban-Ori(Num-Recibos-Dd)
               END-IF
               *> Cambio de entidad: el adeudo vuelve a ser el primero
               IF Rec-Dd-Iban-Ori(Num-Recibos-Dd) NOT = SPACES AND
                  Rec-Dd-Iban-Ori(Num-Recibos-Dd)(5:4) NOT =
                  Rec-Dd-Iban(Num-Recibos-Dd)(5:4) THEN
                  MOVE "FRST" TO Rec-Dd-Seq(Num-Recibos-Dd)
               END-IF
            END-IF
         END-IF
       .

         STRING Fecha-Xml-Firma(1:4) "-" Fecha-Xml-Firma(5:2)
                "-" Fecha-Xml-Firma(7:2)
                DELIMITED BY SIZE INTO Fecha-Firma-Txt
         IF Rec-Dd-Amd(Idx-Recibo-Dd) = "S" THEN
            PERFORM Escribir-Modificacion-Pain008
         ELSE
            MOVE SPACES TO REG-PAIN008
            STRING "    <DrctDbtTx><MndtRltdInf><MndtId>"
                   DELIMITED BY SIZE
                   Rec-Dd-Ref-Mandato(Idx-Recibo-Dd)
                   DELIMITED BY SPACE
                   "</MndtId><DtOfSgntr>" DELIMITED BY SIZE
                   Fecha-Firma-Txt DELIMITED BY SPACE
                   "</DtOfSgntr></MndtRltdInf></DrctDbtTx>"
                   DELIMITED BY SIZE
                   INTO REG-PAIN008
            WRITE REG-PAIN008
         END-IF

         MOVE SPACES TO REG-PAIN008
         STRING "    <Dbtr><Nm>" DELIMITED BY SIZE
         WRITE REG-PAIN008
       .

      *> Mandato con la cuenta del deudor cambiada: indicador de
      *> modificación y cuenta original. Si además ha cambiado la
      *> entidad, la norma pide SMNDA como entidad original.
       Escribir-Modificacion-Pain008.
         MOVE SPACES TO REG-PAIN008
         STRING "    <DrctDbtTx><MndtRltdInf><MndtId>"
                DELIMITED BY SIZE
                Rec-Dd-Ref-Mandato(Idx-Recibo-Dd)
                DELIMITED BY SPACE
                "</MndtId><DtOfSgntr>" DELIMITED BY SIZE
                Fecha-Firma-Txt DELIMITED BY SPACE
                "</DtOfSgntr>" DELIMITED BY SIZE
                INTO REG-PAIN008
         WRITE REG-PAIN008

         MOVE "     <AmdmntInd>true</AmdmntInd><AmdmntInfDtls>"
              TO REG-PAIN008
         WRITE REG-PAIN008

         IF Rec-Dd-Iban-Ori(Idx-Recibo-Dd) NOT = SPACES THEN
            MOVE SPACES TO REG-PAIN008
            STRING "      <OrgnlDbtrAcct><Id><IBAN>"
                   DELIMITED BY SIZE
                   Rec-Dd-Iban-Ori(Idx-Recibo-Dd) DELIMITED BY SPACE
                   "</IBAN></Id></OrgnlDbtrAcct>" DELIMITED BY SIZE
                   INTO REG-PAIN008
            WRITE REG-PAIN008
         END-IF

         IF Rec-Dd-Iban-Ori(Idx-Recibo-Dd) NOT = SPACES AND
            Rec-Dd-Iban-Ori(Idx-Recibo-Dd)(5:4) NOT =
            Rec-Dd-Iban(Idx-Recibo-Dd)(5:4) THEN
            MOVE SPACES TO REG-PAIN008
            STRING "      <OrgnlDbtrAgt><FinInstnId><Othr><Id>SMNDA"
                   "</Id></Othr></FinInstnId></OrgnlDbtrAgt>"
                   DELIMITED BY SIZE INTO REG-PAIN008
            WRITE REG-PAIN008
         END-IF

         MOVE "     </AmdmntInfDtls></MndtRltdInf></DrctDbtTx>"
              TO REG-PAIN008
         WRITE REG-PAIN008
       .

      *> Tras la remesa: los mandatos en primera presentación pasan a
      *> recurrentes, se anota la fecha del adeudo como último uso y
      *> las modificaciones comunicadas dejan de estar pendientes.
       Actualizar-Secuencia-Mandatos.
         PERFORM VARYING Idx-Recibo-Dd FROM 1 BY 1
                 UNTIL Idx-Recibo-Dd > Num-Recibos-Dd
            INITIALIZE REG-MANDATO-SEPA
            MOVE "M" TO TIP-REG-MSP
            MOVE ECO-CODIGO-EMPRESA TO EMP-MSP
            MOVE Rec-Dd-Cod(Idx-Recibo-Dd) TO COD-MSP
            READ MANDATOS-SEPA
            IF FCD-ERROR-MSP = "00" THEN
               IF Rec-Dd-Seq(Idx-Recibo-Dd) = "FRST" THEN
                  MOVE "RCUR" TO SEC-ADEUDO-MSP
               END-IF
               MOVE Fecha-Xml TO FEC-ULT-MSP
               MOVE SPACE TO MOD-CTA-MSP
               REWRITE REG-MANDATO-SEPA
               IF Rec-Dd-Amd(Idx-Recibo-Dd) = "S" AND
                  FCD-ERROR-MSP = "00" THEN
                  MOVE Rec-Dd-Cod(Idx-Recibo-Dd) TO Cod-Mandato-Man
                  PERFORM Borrar-Cuenta-Original-Man
               END-IF
            END-IF
         END-PERFORM
       .

      *> Caducidad del mandato leído en REG-MANDATO-SEPA: 36 meses
      *> desde el último adeudo o, si no se ha usado (secuencia FRST),
      *> desde la firma. Un RCUR sin fecha de último adeudo (campo
      *> en blanco en los mandatos grabados antes de existir) se ha
      *> usado en fecha desconocida: no se da por caducado.
       Calcular-Caducidad-Mandato.
         SET Mandato-Caducado TO FALSE
         SET Mandato-Por-Caducar TO FALSE
         SET Mandato-Sin-Ultimo TO FALSE
         ACCEPT Fec-Hoy-Man FROM DATE YYYYMMDD
         IF FEC-ULT-MSP IS NUMERIC AND FEC-ULT-MSP > 0 THEN
            MOVE FEC-ULT-MSP TO Fec-Ref-Man
         ELSE
            IF SEC-ADEUDO-MSP = "RCUR" THEN
               SET Mandato-Sin-Ultimo TO TRUE
               MOVE 0 TO Fec-Ref-Man
            ELSE
               MOVE FEC-FIR-MSP TO Fec-Ref-Man
            END-IF
         END-IF

         MOVE 0 TO Fec-Caduca-Man Fec-Aviso-Man
         IF Fec-Ref-Man > 0 THEN
            MOVE Fec-Ref-Man TO Fec-Base-Man
            MOVE Meses-Caducidad-Mandato TO Meses-Suma-Man
            PERFORM Sumar-Meses-Mandato
            MOVE Fec-Suma-Man TO Fec-Caduca-Man
            COMPUTE Meses-Suma-Man = Meses-Caducidad-Mandato
                                   - Meses-Aviso-Mandato
            PERFORM Sumar-Meses-Mandato
            MOVE Fec-Suma-Man TO Fec-Aviso-Man

            IF Fec-Hoy-Man >= Fec-Caduca-Man THEN
               SET Mandato-Caducado TO TRUE
            ELSE
               IF Fec-Hoy-Man >= Fec-Aviso-Man THEN
                  SET Mandato-Por-Caducar TO TRUE
               END-IF
            END-IF
         END-IF
       .

      *> Fec-Suma-Man = Fec-Base-Man + Meses-Suma-Man meses (el día
      *> se conserva: sólo se usa para comparar fechas).
       Sumar-Meses-Mandato.
         COMPUTE Meses-Total-Man = Fec-Base-Man-Aa * 12
                                 + Fec-Base-Man-Mm - 1
                                 + Meses-Suma-Man
         DIVIDE Meses-Total-Man BY 12 GIVING Fec-Suma-Man-Aa
                REMAINDER Fec-Suma-Man-Mm
         ADD 1 TO Fec-Suma-Man-Mm
         MOVE Fec-Base-Man-Dd TO Fec-Suma-Man-Dd
       .

      *> Fec-Base-Man (aaaammdd) como dd/mm/aaaa en Fec-Man-Txt.
       Formatear-Fecha-Mandato.
         MOVE SPACES TO Fec-Man-Txt
         IF Fec-Base-Man > 0 THEN
            STRING Fec-Base-Man-Dd "/" Fec-Base-Man-Mm "/"
                   Fec-Base-Man-Aa
                   DELIMITED BY SIZE INTO Fec-Man-Txt
         END-IF
       .

      *> Importe con punto decimal, como exige el XML.
       Montar-Importe-Xml.
         MOVE SPACES TO Importe-Xml-Txt
         END-IF
       .

      *> DEVOLUCIONES DE ADEUDOS DIRECTOS (pain.002 / norma 19) --------

      *> Trata el fichero de devoluciones y rechazos que envía el
      *> banco de las remesas pain.008 de la empresa posicionada
      *> (DEVOADEU.TXT del entorno). El formato se reconoce por la
      *> primera línea: XML pain.002 o registros de norma 19. Cada
      *> devolución se casa con su remesa de REMEREG por el MsgId
      *> que encabeza la referencia del adeudo y con su cuenta por la
      *> referencia del mandato; si el adeudo devuelto era el primero
      *> del mandato, éste vuelve a FRST para la próxima remesa. El
      *> informe DEVOLUC.TXT recoge cada devolución con su motivo, el
      *> asiento propuesto de la devolución (debe el cliente, haber
      *> la cuenta de tesorería de la cuenta por omisión) y los
      *> totales por remesa. No se contabiliza nada.
       Procesar-Devoluciones-Adeu.
         MOVE "S" TO OP-EXITO
         MOVE 0 TO Devol-Tot-Leidas
                   Devol-Tot-Sin-Remesa
                   Devol-Tot-Sin-Mandato
                   Devol-Tot-Frst
                   Devol-Tot-Asientos
                   Devol-Tot-Importe
                   Devol-Imp-Sin-Remesa
         MOVE 0 TO Num-Remesas-Dev
         INITIALIZE Tabla-Remesas-Dev
         MOVE SPACES TO Devol-Msg-Grupo

         PERFORM Abrir-Informe-Devol
         IF NOT Informe-Devol-Abierto THEN
            MOVE "N" TO OP-EXITO
         ELSE
            PERFORM ABRIR-MANDATOS-SEPA
            PERFORM ABRIR-REMESAS-REG

            *> Cuenta de tesorería en la que se abonó la remesa
            MOVE 0 TO Devol-Cta-Abono
            PERFORM Buscar-Cuenta-Acreedor-Adeu
            IF Remesa-Adeu-Viable THEN
               MOVE CTA-CON-VAR TO Devol-Cta-Abono
            END-IF

            MOVE SPACES TO PATH-DEVOLUCIONES
            STRING ECO-CAMINO-ACCESO-ENTORNO, FICHERO-DEVOLUCIONES
                            INTO PATH-DEVOLUCIONES
            OPEN INPUT DEVOLUCIONES-ADEU
            IF FCD-ERROR-DEV <> "00" THEN
               MOVE SPACES TO REG-INFORME-DEVOL
               STRING "No se ha podido abrir el fichero de "
                      "devoluciones " DELIMITED BY SIZE
                      PATH-DEVOLUCIONES DELIMITED BY SPACE
                      INTO REG-INFORME-DEVOL
               WRITE REG-INFORME-DEVOL
               MOVE "N" TO OP-EXITO
            ELSE
               SET Devol-Formato-Xml TO FALSE
               SET Devol-En-Operacion TO FALSE
               SET Devol-En-Motivo TO FALSE
               SET Devol-En-Deudor TO FALSE
               SET Fin-Devoluciones TO FALSE
               PERFORM Leer-Devolucion-Adeu
               IF NOT Fin-Devoluciones THEN
                  MOVE 0 TO Cont-Etiqueta-Dev
                  INSPECT REG-DEVOLUCION-ADEU
                          TALLYING Cont-Etiqueta-Dev FOR ALL "<"
                  IF Cont-Etiqueta-Dev > 0 THEN
                     SET Devol-Formato-Xml TO TRUE
                  END-IF
               END-IF
               PERFORM Tratar-Linea-Devol UNTIL Fin-Devoluciones
               CLOSE DEVOLUCIONES-ADEU
            END-IF

            PERFORM Totales-Informe-Devol
            PERFORM Cerrar-Informe-Devol
         END-IF
       .

       Leer-Devolucion-Adeu.
         READ DEVOLUCIONES-ADEU NEXT RECORD
             AT END
                 SET Fin-Devoluciones TO TRUE
         END-READ
       .

       Tratar-Linea-Devol.
         IF Devol-Formato-Xml THEN
            PERFORM Tratar-Linea-Pain002
         ELSE
            PERFORM Tratar-Registro-N19
         END-IF
         PERFORM Leer-Devolucion-Adeu
       .

       Iniciar-Devolucion-Adeu.
         MOVE SPACES TO Devol-Msg-Id
                        Devol-End-To-End
                        Devol-Ref-Mandato
                        Devol-Secuencia
                        Devol-Estado
                        Devol-Motivo
                        Devol-Iban
         MOVE 0 TO Devol-Importe
       .

      *> Norma 19: sólo interesa el registro individual (03) de
      *> cada adeudo devuelto; el importe viene en céntimos.
       Tratar-Registro-N19.
         IF TIP-REG-N19 = "03" THEN
            PERFORM Iniciar-Devolucion-Adeu
            MOVE REF-ADEUDO-N19 TO Devol-End-To-End
            MOVE REF-MANDATO-N19 TO Devol-Ref-Mandato
            MOVE SEC-ADEUDO-N19 TO Devol-Secuencia
            MOVE IBAN-DEUDOR-N19 TO Devol-Iban
            MOVE MOT-DEVOL-N19 TO Devol-Motivo
            IF IMP-ADEUDO-N19 NUMERIC THEN
               MOVE IMP-ADEUDO-N19 TO Devol-Cent-N19
               COMPUTE Devol-Importe = Devol-Cent-N19 / 100
            END-IF
            PERFORM Tratar-Devolucion-Adeu
         END-IF
       .

      *> pain.002: se recorre línea a línea. Cada TxInfAndSts es una
      *> operación; al cerrarla se trata si está rechazada (RJCT) o
      *> si el banco no informa el estado. En una misma línea se
      *> miran primero las aperturas, luego los valores y por último
      *> los cierres, para admitir elementos anidados en una línea.
       Tratar-Linea-Pain002.
         MOVE "<OrgnlMsgId>" TO Devol-Etiqueta
         PERFORM Extraer-Valor-Devol
         IF Devol-Etiqueta-Hallada THEN
            IF Devol-En-Operacion THEN
               MOVE Devol-Valor TO Devol-Msg-Id
            ELSE
               MOVE Devol-Valor TO Devol-Msg-Grupo
            END-IF
         END-IF

         MOVE "<TxInfAndSts>" TO Devol-Etiqueta
         PERFORM Buscar-Etiqueta-Devol
         IF Devol-Etiqueta-Hallada THEN
            PERFORM Iniciar-Devolucion-Adeu
            SET Devol-En-Operacion TO TRUE
            SET Devol-En-Motivo TO FALSE
            SET Devol-En-Deudor TO FALSE
         END-IF

         IF Devol-En-Operacion THEN
            MOVE "<Rsn>" TO Devol-Etiqueta
            PERFORM Buscar-Etiqueta-Devol
            IF Devol-Etiqueta-Hallada THEN
               SET Devol-En-Motivo TO TRUE
            END-IF
            MOVE "<DbtrAcct>" TO Devol-Etiqueta
            PERFORM Buscar-Etiqueta-Devol
            IF Devol-Etiqueta-Hallada THEN
               SET Devol-En-Deudor TO TRUE
            END-IF

            MOVE "<OrgnlEndToEndId>" TO Devol-Etiqueta
            PERFORM Extraer-Valor-Devol
            IF Devol-Etiqueta-Hallada THEN
               MOVE Devol-Valor TO Devol-End-To-End
            END-IF
            MOVE "<TxSts>" TO Devol-Etiqueta
            PERFORM Extraer-Valor-Devol
            IF Devol-Etiqueta-Hallada THEN
               MOVE Devol-Valor TO Devol-Estado
            END-IF
            MOVE "<MndtId>" TO Devol-Etiqueta
            PERFORM Extraer-Valor-Devol
            IF Devol-Etiqueta-Hallada THEN
               MOVE Devol-Valor TO Devol-Ref-Mandato
            END-IF
            MOVE "<SeqTp>" TO Devol-Etiqueta
            PERFORM Extraer-Valor-Devol
            IF Devol-Etiqueta-Hallada THEN
               MOVE Devol-Valor TO Devol-Secuencia
            END-IF
            *> El importe lleva el atributo de la divisa
            MOVE "<InstdAmt" TO Devol-Etiqueta
            PERFORM Extraer-Valor-Devol
            IF Devol-Etiqueta-Hallada THEN
               PERFORM Montar-Importe-Devol
            END-IF
            IF Devol-En-Motivo THEN
               MOVE "<Cd>" TO Devol-Etiqueta
               PERFORM Extraer-Valor-Devol
               IF Devol-Etiqueta-Hallada THEN
                  MOVE Devol-Valor TO Devol-Motivo
               END-IF
               MOVE "<Prtry>" TO Devol-Etiqueta
               PERFORM Extraer-Valor-Devol
               IF Devol-Etiqueta-Hallada THEN
                  MOVE Devol-Valor TO Devol-Motivo
               END-IF
            END-IF
            IF Devol-En-Deudor THEN
               MOVE "<IBAN>" TO Devol-Etiqueta
               PERFORM Extraer-Valor-Devol
               IF Devol-Etiqueta-Hallada THEN
                  MOVE Devol-Valor TO Devol-Iban
               END-IF
            END-IF

            MOVE "</Rsn>" TO Devol-Etiqueta
            PERFORM Buscar-Etiqueta-Devol
            IF Devol-Etiqueta-Hallada THEN
               SET Devol-En-Motivo TO FALSE
            END-IF
            MOVE "</DbtrAcct>" TO Devol-Etiqueta
            PERFORM Buscar-Etiqueta-Devol
            IF Devol-Etiqueta-Hallada THEN
               SET Devol-En-Deudor TO FALSE
            END-IF
            MOVE "</TxInfAndSts>" TO Devol-Etiqueta
            PERFORM Buscar-Etiqueta-Devol
            IF Devol-Etiqueta-Hallada THEN
               IF Devol-Estado = "RJCT" OR Devol-Estado = SPACES THEN
                  PERFORM Tratar-Devolucion-Adeu
               END-IF
               SET Devol-En-Operacion TO FALSE
            END-IF
         END-IF
       .

      *> ¿Aparece Devol-Etiqueta en la línea leída?
       Buscar-Etiqueta-Devol.
         SET Devol-Etiqueta-Hallada TO FALSE
         MOVE 0 TO Devol-Lon-Etiqueta Cont-Etiqueta-Dev
         INSPECT Devol-Etiqueta TALLYING Devol-Lon-Etiqueta
                 FOR CHARACTERS BEFORE INITIAL SPACE
         INSPECT REG-DEVOLUCION-ADEU TALLYING Cont-Etiqueta-Dev
                 FOR ALL Devol-Etiqueta(1:Devol-Lon-Etiqueta)
         IF Cont-Etiqueta-Dev > 0 THEN
            SET Devol-Etiqueta-Hallada TO TRUE
         END-IF
       .

      *> Deja en Devol-Valor el texto que sigue a Devol-Etiqueta hasta
      *> el siguiente "<". Si la etiqueta no se cierra con ">" es que
      *> lleva atributos, y el valor empieza tras el primer ">".
       Extraer-Valor-Devol.
         MOVE SPACES TO Devol-Valor
         PERFORM Buscar-Etiqueta-Devol
         IF Devol-Etiqueta-Hallada THEN
            MOVE SPACES TO Devol-Basura Devol-Resto
            UNSTRING REG-DEVOLUCION-ADEU
                DELIMITED BY Devol-Etiqueta(1:Devol-Lon-Etiqueta)
                INTO Devol-Basura, Devol-Resto
            END-UNSTRING
            IF Devol-Etiqueta(Devol-Lon-Etiqueta:1) <> ">" THEN
               MOVE Devol-Resto TO Devol-Basura
               MOVE SPACES TO Devol-Resto
               UNSTRING Devol-Basura DELIMITED BY ">"
                   INTO Devol-Valor, Devol-Resto
               END-UNSTRING
               MOVE SPACES TO Devol-Valor
            END-IF
            UNSTRING Devol-Resto DELIMITED BY "<"
                INTO Devol-Valor
            END-UNSTRING
         END-IF
       .

      *> Importe del XML, con punto decimal.
       Montar-Importe-Devol.
         MOVE SPACES TO Devol-Imp-Ent-Txt Devol-Imp-Dec-Txt
         UNSTRING Devol-Valor DELIMITED BY "."
             INTO Devol-Imp-Ent-Txt, Devol-Imp-Dec-Txt
         END-UNSTRING
         INSPECT Devol-Imp-Dec-Txt REPLACING ALL SPACE BY "0"

         MOVE 0 TO Devol-Imp-Ent Devol-Imp-Dec
         PERFORM VARYING POS FROM 1 BY 1 UNTIL POS > 15
            IF Devol-Imp-Ent-Txt(POS:1) >= "0" AND
               Devol-Imp-Ent-Txt(POS:1) <= "9" THEN
               MOVE Devol-Imp-Ent-Txt(POS:1) TO Digito-Adeu
               COMPUTE Devol-Imp-Ent = Devol-Imp-Ent * 10
                                     + Digito-Adeu
            END-IF
         END-PERFORM
         IF Devol-Imp-Dec-Txt(1:2) NUMERIC THEN
            MOVE Devol-Imp-Dec-Txt(1:2) TO Devol-Imp-Dec
         END-IF
         COMPUTE Devol-Importe = Devol-Imp-Ent + (Devol-Imp-Dec / 100)
       .

       Tratar-Devolucion-Adeu.
         ADD 1 TO Devol-Tot-Leidas
         ADD Devol-Importe TO Devol-Tot-Importe
         PERFORM Describir-Motivo-Devol
         PERFORM Buscar-Remesa-Devol
         PERFORM Buscar-Mandato-Devol
         PERFORM Informar-Devolucion
       .

      *> El MsgId de nuestras remesas es "ADEU" + fecha + hora, la
      *> misma fecha y hora de su clave en REMEREG, y encabeza la
      *> referencia de cada adeudo (MsgId-nnnnn). Si la referencia no
      *> la trae, se prueba con el MsgId original de la operación y
      *> con el del mensaje.
       Buscar-Remesa-Devol.
         SET Devol-Remesa-Hallada TO FALSE
         MOVE SPACES TO Devol-Valor
         UNSTRING Devol-End-To-End DELIMITED BY "-"
             INTO Devol-Valor
         END-UNSTRING
         IF Devol-Valor(1:4) <> "ADEU" OR
            Devol-Valor(5:14) IS NOT NUMERIC THEN
            MOVE Devol-Msg-Id TO Devol-Valor
         END-IF
         IF Devol-Valor(1:4) <> "ADEU" OR
            Devol-Valor(5:14) IS NOT NUMERIC THEN
            MOVE Devol-Msg-Grupo TO Devol-Valor
         END-IF

         IF Remesas-Reg-Abierto AND Devol-Valor(1:4) = "ADEU" AND
            Devol-Valor(5:14) IS NUMERIC THEN
            MOVE Devol-Valor(5:8) TO Devol-Fec-Msg
            MOVE Devol-Valor(13:6) TO Devol-Hor-Msg
            INITIALIZE REG-REMESA-REG
            MOVE Devol-Fec-Msg TO FEC-RRG
            MOVE Devol-Hor-Msg TO HOR-RRG
            MOVE 0 TO EMP-RRG BAN-RRG
            START REMESAS-REG KEY IS NOT < CLV-RRG
            IF FCD-ERROR-RRG = "00" THEN
               SET Fin-Busqueda-Dev TO FALSE
               PERFORM UNTIL Fin-Busqueda-Dev OR Devol-Remesa-Hallada
                  READ REMESAS-REG NEXT
                  IF FCD-ERROR-RRG <> "00" OR
                     FEC-RRG <> Devol-Fec-Msg OR
                     HOR-RRG <> Devol-Hor-Msg THEN
                     SET Fin-Busqueda-Dev TO TRUE
                  ELSE
                     IF EMP-RRG = ECO-CODIGO-EMPRESA THEN
                        SET Devol-Remesa-Hallada TO TRUE
                     END-IF
                  END-IF
               END-PERFORM
            END-IF
         END-IF

         IF Devol-Remesa-Hallada THEN
            PERFORM Acumular-Remesa-Devol
         ELSE
            ADD 1 TO Devol-Tot-Sin-Remesa
            ADD Devol-Importe TO Devol-Imp-Sin-Remesa
         END-IF
       .

       Acumular-Remesa-Devol.
         PERFORM VARYING Idx-Remesa-Dev FROM 1 BY 1
                 UNTIL Idx-Remesa-Dev > Num-Remesas-Dev OR
                       (Rem-Dev-Fec(Idx-Remesa-Dev) = FEC-RRG AND
                        Rem-Dev-Hor(Idx-Remesa-Dev) = HOR-RRG AND
                        Rem-Dev-Ban(Idx-Remesa-Dev) = BAN-RRG)
            CONTINUE
         END-PERFORM
         IF Idx-Remesa-Dev > Num-Remesas-Dev AND
            Num-Remesas-Dev < Max-Remesas-Dev THEN
            ADD 1 TO Num-Remesas-Dev
            MOVE Num-Remesas-Dev TO Idx-Remesa-Dev
            MOVE FEC-RRG TO Rem-Dev-Fec(Idx-Remesa-Dev)
            MOVE HOR-RRG TO Rem-Dev-Hor(Idx-Remesa-Dev)
            MOVE BAN-RRG TO Rem-Dev-Ban(Idx-Remesa-Dev)
            MOVE FIC-RRG TO Rem-Dev-Fic(Idx-Remesa-Dev)
            MOVE 0 TO Rem-Dev-Num(Idx-Remesa-Dev)
                      Rem-Dev-Imp(Idx-Remesa-Dev)
         END-IF
         IF Idx-Remesa-Dev <= Num-Remesas-Dev THEN
            ADD 1 TO Rem-Dev-Num(Idx-Remesa-Dev)
            ADD Devol-Importe TO Rem-Dev-Imp(Idx-Remesa-Dev)
         END-IF
       .

      *> Localiza el mandato por su referencia entre los de la
      *> empresa y, con él, la cuenta del cliente. Un primer adeudo
      *> devuelto no cuenta como presentado: el mandato vuelve a FRST.
       Buscar-Mandato-Devol.
         SET Devol-Mandato-Hallado TO FALSE
         SET Devol-Frst-Repuesto TO FALSE
         MOVE 0 TO Devol-Cod-Cliente Devol-Cta-Cliente
         MOVE SPACES TO Devol-Titular

         IF Mandatos-Abiertos AND Devol-Ref-Mandato <> SPACES THEN
            INITIALIZE REG-MANDATO-SEPA
            MOVE "M" TO TIP-REG-MSP
            MOVE ECO-CODIGO-EMPRESA TO EMP-MSP
            MOVE 0 TO COD-MSP
            START MANDATOS-SEPA KEY IS NOT < CLV-MSP
            IF FCD-ERROR-MSP = "00" THEN
               SET Fin-Busqueda-Dev TO FALSE
               PERFORM UNTIL Fin-Busqueda-Dev OR Devol-Mandato-Hallado
                  READ MANDATOS-SEPA NEXT
                  IF FCD-ERROR-MSP <> "00" OR TIP-REG-MSP <> "M" OR
                     EMP-MSP <> ECO-CODIGO-EMPRESA THEN
                     SET Fin-Busqueda-Dev TO TRUE
                  ELSE
                     IF REF-MAN-MSP = Devol-Ref-Mandato THEN
                        SET Devol-Mandato-Hallado TO TRUE
                     END-IF
                  END-IF
               END-PERFORM
            END-IF
         END-IF

         IF NOT Devol-Mandato-Hallado THEN
            ADD 1 TO Devol-Tot-Sin-Mandato
         ELSE
            MOVE COD-MSP TO Devol-Cod-Cliente
            IF Devol-Secuencia = "FRST" AND
               SEC-ADEUDO-MSP <> "FRST" THEN
               MOVE "FRST" TO SEC-ADEUDO-MSP
               REWRITE REG-MANDATO-SEPA
               IF FCD-ERROR-MSP = "00" THEN
                  SET Devol-Frst-Repuesto TO TRUE
                  ADD 1 TO Devol-Tot-Frst
               END-IF
            END-IF

            MOVE Devol-Cod-Cliente TO Imp-Cod-Act
            PERFORM Buscar-Banco-Import
            IF Banco-Import-Existe THEN
               MOVE CTA-CON-VAR TO Devol-Cta-Cliente
               MOVE PER-BAN-VAR TO Devol-Titular
            END-IF
         END-IF
       .

      *> Texto de los motivos de devolución SEPA más habituales.
       Describir-Motivo-Devol.
         EVALUATE Devol-Motivo
         WHEN "AC01"
           MOVE "Número de cuenta incorrecto" TO Devol-Motivo-Txt
         WHEN "AC04"
           MOVE "Cuenta cancelada" TO Devol-Motivo-Txt
         WHEN "AC06"
           MOVE "Cuenta bloqueada" TO Devol-Motivo-Txt
         WHEN "AG01"
           MOVE "Operación no admitida en la cuenta"
                TO Devol-Motivo-Txt
         WHEN "AG02"
           MOVE "Código de operación incorrecto" TO Devol-Motivo-Txt
         WHEN "AM04"
           MOVE "Saldo insuficiente" TO Devol-Motivo-Txt
         WHEN "AM05"
           MOVE "Adeudo duplicado" TO Devol-Motivo-Txt
         WHEN "BE05"
           MOVE "Acreedor no reconocido" TO Devol-Motivo-Txt
         WHEN "FF01"
           MOVE "Formato de fichero incorrecto" TO Devol-Motivo-Txt
         WHEN "MD01"
           MOVE "Sin mandato" TO Devol-Motivo-Txt
         WHEN "MD02"
           MOVE "Datos del mandato incorrectos o incompletos"
                TO Devol-Motivo-Txt
         WHEN "MD06"
           MOVE "Devolución solicitada por el deudor"
                TO Devol-Motivo-Txt
         WHEN "MD07"
           MOVE "Deudor fallecido" TO Devol-Motivo-Txt
         WHEN "MS02"
           MOVE "Rechazo del deudor sin motivo" TO Devol-Motivo-Txt
         WHEN "MS03"
           MOVE "Rechazo de la entidad sin motivo"
                TO Devol-Motivo-Txt
         WHEN "RC01"
           MOVE "BIC incorrecto" TO Devol-Motivo-Txt
         WHEN "RR04"
           MOVE "Motivos regulatorios" TO Devol-Motivo-Txt
         WHEN "SL01"
           MOVE "Servicios específicos de la entidad"
                TO Devol-Motivo-Txt
         WHEN SPACES
           MOVE "Motivo no informado" TO Devol-Motivo-Txt
         WHEN OTHER
           MOVE "Motivo no codificado" TO Devol-Motivo-Txt
         END-EVALUATE
       .

       Informar-Devolucion.
         MOVE SPACES TO REG-INFORME-DEVOL
         WRITE REG-INFORME-DEVOL

         MOVE SPACES TO REG-INFORME-DEVOL
         STRING "Adeudo " DELIMITED BY SIZE
                Devol-End-To-End DELIMITED BY SPACE
                "  motivo " Devol-Motivo " " DELIMITED BY SIZE
                Devol-Motivo-Txt DELIMITED BY "  "
                INTO REG-INFORME-DEVOL
         WRITE REG-INFORME-DEVOL

         MOVE Devol-Importe TO Devol-Imp-Ed
         MOVE SPACES TO REG-INFORME-DEVOL
         STRING "  Importe " Devol-Imp-Ed "  IBAN "
                DELIMITED BY SIZE
                Devol-Iban DELIMITED BY SPACE
                INTO REG-INFORME-DEVOL
         WRITE REG-INFORME-DEVOL

         MOVE SPACES TO REG-INFORME-DEVOL
         IF Devol-Remesa-Hallada THEN
            STRING "  Remesa del " FEC-RRG " banco " BAN-RRG " "
                   DELIMITED BY SIZE
                   FIC-RRG DELIMITED BY "  "
                   INTO REG-INFORME-DEVOL
         ELSE
            STRING "  Remesa de origen no localizada en REMEREG"
                   DELIMITED BY SIZE
                   INTO REG-INFORME-DEVOL
         END-IF
         WRITE REG-INFORME-DEVOL

         MOVE SPACES TO REG-INFORME-DEVOL
         IF Devol-Mandato-Hallado THEN
            STRING "  Mandato " DELIMITED BY SIZE
                   Devol-Ref-Mandato DELIMITED BY SPACE
                   "  cuenta " Devol-Cod-Cliente " "
                   DELIMITED BY SIZE
                   Devol-Titular DELIMITED BY "  "
                   INTO REG-INFORME-DEVOL
         ELSE
            STRING "  Mandato " DELIMITED BY SIZE
                   Devol-Ref-Mandato DELIMITED BY SPACE
                   " no localizado en MANDASEP"
                   DELIMITED BY SIZE
                   INTO REG-INFORME-DEVOL
         END-IF
         WRITE REG-INFORME-DEVOL

         IF Devol-Frst-Repuesto THEN
            MOVE SPACES TO REG-INFORME-DEVOL
            STRING "  El mandato vuelve a primera presentación "
                   "(FRST) para la próxima remesa"
                   DELIMITED BY SIZE INTO REG-INFORME-DEVOL
            WRITE REG-INFORME-DEVOL
         END-IF

         MOVE SPACES TO REG-INFORME-DEVOL
         EVALUATE TRUE
         WHEN Devol-Cta-Cliente = 0
           STRING "  Sin asiento propuesto: no se conoce la cuenta "
                  "del cliente"
                  DELIMITED BY SIZE INTO REG-INFORME-DEVOL
         WHEN Devol-Cta-Abono = 0
           STRING "  Sin asiento propuesto: la cuenta por omisión "
                  "no tiene cuenta de tesorería"
                  DELIMITED BY SIZE INTO REG-INFORME-DEVOL
         WHEN Devol-Importe = 0
           STRING "  Sin asiento propuesto: importe no informado"
                  DELIMITED BY SIZE INTO REG-INFORME-DEVOL
         WHEN OTHER
           ADD 1 TO Devol-Tot-Asientos
           STRING "  Asiento propuesto: debe " Devol-Cta-Cliente
                  "  haber " Devol-Cta-Abono "  importe "
                  Devol-Imp-Ed
                  DELIMITED BY SIZE INTO REG-INFORME-DEVOL
         END-EVALUATE
         WRITE REG-INFORME-DEVOL
       .

       Abrir-Informe-Devol.
         MOVE SPACES TO PATH-INFORME-DEVOL
         STRING ECO-CAMINO-ACCESO-ENTORNO, FICHERO-INFORME-DEVOL
                         INTO PATH-INFORME-DEVOL

         SET Informe-Devol-Abierto TO FALSE
         OPEN OUTPUT INFORME-DEVOL
         IF FCD-ERROR-IDV = "00" THEN
            SET Informe-Devol-Abierto TO TRUE
            MOVE SPACES TO REG-INFORME-DEVOL
            STRING "Devoluciones de adeudos directos SEPA de la "
                   "empresa " ECO-CODIGO-EMPRESA " "
                   DELIMITED BY SIZE
                   ECO-NOMBRE-EMPRESA DELIMITED BY "  "
                   INTO REG-INFORME-DEVOL
            WRITE REG-INFORME-DEVOL
         END-IF
       .

       Totales-Informe-Devol.
         IF Informe-Devol-Abierto THEN
            IF Num-Remesas-Dev > 0 THEN
               MOVE SPACES TO REG-INFORME-DEVOL
               WRITE REG-INFORME-DEVOL
               MOVE "Devoluciones por remesa de origen:"
                    TO REG-INFORME-DEVOL
               WRITE REG-INFORME-DEVOL
               PERFORM VARYING Idx-Remesa-Dev FROM 1 BY 1
                       UNTIL Idx-Remesa-Dev > Num-Remesas-Dev
                  MOVE Rem-Dev-Num(Idx-Remesa-Dev) TO Devol-Num-Ed
                  MOVE Rem-Dev-Imp(Idx-Remesa-Dev) TO Devol-Imp-Ed
                  MOVE SPACES TO REG-INFORME-DEVOL
                  STRING "  " Rem-Dev-Fec(Idx-Remesa-Dev)
                         " banco " Rem-Dev-Ban(Idx-Remesa-Dev)
                         " devoluciones " Devol-Num-Ed
                         " importe " Devol-Imp-Ed " "
                         DELIMITED BY SIZE
                         Rem-Dev-Fic(Idx-Remesa-Dev)
                         DELIMITED BY "  "
                         INTO REG-INFORME-DEVOL
                  WRITE REG-INFORME-DEVOL
               END-PERFORM
            END-IF

            MOVE SPACES TO REG-INFORME-DEVOL
            WRITE REG-INFORME-DEVOL

            MOVE Devol-Tot-Leidas TO Devol-Num-Ed
            MOVE Devol-Tot-Importe TO Devol-Imp-Ed
            MOVE SPACES TO REG-INFORME-DEVOL
            STRING "Devoluciones leídas.........: " Devol-Num-Ed
                   "  importe " Devol-Imp-Ed
                   DELIMITED BY SIZE INTO REG-INFORME-DEVOL
            WRITE REG-INFORME-DEVOL

            MOVE Devol-Tot-Sin-Remesa TO Devol-Num-Ed
            MOVE Devol-Imp-Sin-Remesa TO Devol-Imp-Ed
            MOVE SPACES TO REG-INFORME-DEVOL
            STRING "Sin remesa de origen........: " Devol-Num-Ed
                   "  importe " Devol-Imp-Ed
                   DELIMITED BY SIZE INTO REG-INFORME-DEVOL
            WRITE REG-INFORME-DEVOL

            MOVE Devol-Tot-Sin-Mandato TO Devol-Num-Ed
            MOVE SPACES TO REG-INFORME-DEVOL
            STRING "Sin mandato localizado......: " Devol-Num-Ed
                   DELIMITED BY SIZE INTO REG-INFORME-DEVOL
            WRITE REG-INFORME-DEVOL

            MOVE Devol-Tot-Frst TO Devol-Num-Ed
            MOVE SPACES TO REG-INFORME-DEVOL
            STRING "Mandatos devueltos a FRST...: " Devol-Num-Ed
                   DELIMITED BY SIZE INTO REG-INFORME-DEVOL
            WRITE REG-INFORME-DEVOL

            MOVE Devol-Tot-Asientos TO Devol-Num-Ed
            MOVE SPACES TO REG-INFORME-DEVOL
            STRING "Asientos propuestos.........: " Devol-Num-Ed
                   DELIMITED BY SIZE INTO REG-INFORME-DEVOL
            WRITE REG-INFORME-DEVOL
         END-IF
       .

       Cerrar-Informe-Devol.
         IF Informe-Devol-Abierto THEN
            CLOSE INFORME-DEVOL
            SET Informe-Devol-Abierto TO FALSE
         END-IF
       .

      *> CADUCIDAD DE LOS MANDATOS SEPA --------------------------------

      *> Recorre los mandatos de la empresa posicionada y lista en
      *> MANDCAD.TXT los caducados (sus recibos se rechazarán en la
      *> remesa), los que caducan en los próximos meses y los que
      *> tienen pendiente comunicar un cambio de cuenta. Los RCUR sin
      *> fecha de último adeudo se listan después, en un apartado
      *> propio, con una segunda pasada por el fichero.
       Revisar-Caducidad-Mandatos.
         MOVE "S" TO OP-EXITO
         MOVE 0 TO Man-Tot-Revisados
                   Man-Tot-Por-Caducar
                   Man-Tot-Caducados
                   Man-Tot-Modificados
                   Man-Tot-Sin-Ultimo

         PERFORM Abrir-Listado-Caducidad
         IF NOT Listado-Cad-Abierto THEN
            MOVE "N" TO OP-EXITO
         ELSE
            PERFORM ABRIR-MANDATOS-SEPA
            IF Mandatos-Abiertos THEN
               INITIALIZE REG-MANDATO-SEPA
               MOVE "M" TO TIP-REG-MSP
               MOVE ECO-CODIGO-EMPRESA TO EMP-MSP
               MOVE 0 TO COD-MSP
               START MANDATOS-SEPA KEY IS NOT < CLV-MSP
               IF FCD-ERROR-MSP = "00" THEN
                  SET Fin-Mandatos-Cad TO FALSE
                  PERFORM Revisar-Mandato-Cad UNTIL Fin-Mandatos-Cad
               END-IF
               IF Man-Tot-Sin-Ultimo > 0 THEN
                  PERFORM Listar-Mandatos-Sin-Ultimo
               END-IF
            END-IF

            PERFORM Totales-Listado-Caducidad
            PERFORM Cerrar-Listado-Caducidad
         END-IF
       .

       Revisar-Mandato-Cad.
         READ MANDATOS-SEPA NEXT
         IF FCD-ERROR-MSP <> "00" OR TIP-REG-MSP <> "M" OR
            EMP-MSP <> ECO-CODIGO-EMPRESA THEN
            SET Fin-Mandatos-Cad TO TRUE
         ELSE
            ADD 1 TO Man-Tot-Revisados
            PERFORM Calcular-Caducidad-Mandato
            IF Mandato-Caducado THEN
               ADD 1 TO Man-Tot-Caducados
            END-IF
            IF Mandato-Por-Caducar THEN
               ADD 1 TO Man-Tot-Por-Caducar
            END-IF
            IF MANDATO-MODIFICADO THEN
               ADD 1 TO Man-Tot-Modificados
            END-IF
            IF Mandato-Sin-Ultimo THEN
               ADD 1 TO Man-Tot-Sin-Ultimo
            ELSE
               IF Mandato-Caducado OR Mandato-Por-Caducar OR
                  MANDATO-MODIFICADO THEN
                  PERFORM Listar-Mandato-Cad
               END-IF
            END-IF
         END-IF
       .

      *> Segunda pasada: los RCUR sin fecha de último adeudo, bajo su
      *> propio encabezado (se remesan; el primer adeudo que se envíe
      *> dejará grabada la fecha).
       Listar-Mandatos-Sin-Ultimo.
         MOVE SPACES TO REG-LISTADO-CAD
         WRITE REG-LISTADO-CAD
         MOVE SPACES TO REG-LISTADO-CAD
         STRING "Mandatos RCUR sin fecha de último adeudo (no se "
                "puede calcular su caducidad; sus recibos se remesan)"
                DELIMITED BY SIZE INTO REG-LISTADO-CAD
         WRITE REG-LISTADO-CAD

         INITIALIZE REG-MANDATO-SEPA
         MOVE "M" TO TIP-REG-MSP
         MOVE ECO-CODIGO-EMPRESA TO EMP-MSP
         MOVE 0 TO COD-MSP
         START MANDATOS-SEPA KEY IS NOT < CLV-MSP
         IF FCD-ERROR-MSP = "00" THEN
            SET Fin-Mandatos-Cad TO FALSE
            PERFORM Revisar-Mandato-Sin-Ultimo UNTIL Fin-Mandatos-Cad
         END-IF
       .

       Revisar-Mandato-Sin-Ultimo.
         READ MANDATOS-SEPA NEXT
         IF FCD-ERROR-MSP <> "00" OR TIP-REG-MSP <> "M" OR
            EMP-MSP <> ECO-CODIGO-EMPRESA THEN
            SET Fin-Mandatos-Cad TO TRUE
         ELSE
            PERFORM Calcular-Caducidad-Mandato
            IF Mandato-Sin-Ultimo THEN
               PERFORM Listar-Mandato-Cad
            END-IF
         END-IF
       .

      *> Dos líneas por mandato: la cuenta con su titular y las
      *> fechas del mandato con su situación.
       Listar-Mandato-Cad.
         MOVE COD-MSP TO Cod-Mandato-Man
         MOVE 0 TO Fec-Base-Man
         IF FEC-ULT-MSP IS NUMERIC THEN
            MOVE FEC-ULT-MSP TO Fec-Base-Man
         END-IF
         PERFORM Formatear-Fecha-Mandato
         MOVE Fec-Man-Txt TO Fec-Man-Txt2
         IF Fec-Man-Txt2 = SPACES THEN
            IF Mandato-Sin-Ultimo THEN
               MOVE "sin fecha" TO Fec-Man-Txt2
            ELSE
               MOVE "sin usar" TO Fec-Man-Txt2
            END-IF
         END-IF
         MOVE Fec-Caduca-Man TO Fec-Base-Man
         PERFORM Formatear-Fecha-Mandato
         MOVE Fec-Man-Txt TO Fec-Man-Txt3
         MOVE FEC-FIR-MSP TO Fec-Base-Man
         PERFORM Formatear-Fecha-Mandato

         MOVE SPACES TO REG-LISTADO-CAD
         WRITE REG-LISTADO-CAD
         MOVE SPACES TO REG-LISTADO-CAD
         STRING "Mandato " DELIMITED BY SIZE
                REF-MAN-MSP DELIMITED BY SPACE
                "  firmado " Fec-Man-Txt
                "  último uso " Fec-Man-Txt2
                "  caduca " Fec-Man-Txt3
                DELIMITED BY SIZE
                INTO REG-LISTADO-CAD
         EVALUATE TRUE
         WHEN Mandato-Caducado
           MOVE "CADUCADO" TO REG-LISTADO-CAD(121:)
         WHEN Mandato-Por-Caducar
           MOVE "CADUCA PRONTO" TO REG-LISTADO-CAD(121:)
         WHEN Mandato-Sin-Ultimo
           MOVE "SIN FECHA" TO REG-LISTADO-CAD(121:)
         END-EVALUATE
         IF MANDATO-MODIFICADO THEN
            MOVE "CUENTA MODIFICADA" TO REG-LISTADO-CAD(136:)
         END-IF
         WRITE REG-LISTADO-CAD

         *> El titular se busca en FEEEEVAR; el mandato leído no se
         *> vuelve a necesitar
         MOVE Cod-Mandato-Man TO Imp-Cod-Act
         PERFORM Buscar-Banco-Import
         MOVE SPACES TO REG-LISTADO-CAD
         IF Banco-Import-Existe THEN
            STRING "  Cuenta " Cod-Mandato-Man " " DELIMITED BY SIZE
                   PER-BAN-VAR DELIMITED BY "  "
                   INTO REG-LISTADO-CAD
         ELSE
            STRING "  Cuenta " Cod-Mandato-Man
                   " (ya no existe en la empresa)"
                   DELIMITED BY SIZE INTO REG-LISTADO-CAD
         END-IF
         WRITE REG-LISTADO-CAD
       .

       Abrir-Listado-Caducidad.
         MOVE SPACES TO PATH-CADUCIDAD-MAND
         STRING ECO-CAMINO-ACCESO-ENTORNO, FICHERO-CADUCIDAD-MAND
                         INTO PATH-CADUCIDAD-MAND

         SET Listado-Cad-Abierto TO FALSE
         OPEN OUTPUT LISTADO-CADUCIDAD
         IF FCD-ERROR-CMD = "00" THEN
            SET Listado-Cad-Abierto TO TRUE
            MOVE SPACES TO REG-LISTADO-CAD
            STRING "Caducidad de los mandatos SEPA de la empresa "
                   ECO-CODIGO-EMPRESA " " DELIMITED BY SIZE
                   ECO-NOMBRE-EMPRESA DELIMITED BY "  "
                   INTO REG-LISTADO-CAD
            WRITE REG-LISTADO-CAD
            MOVE SPACES TO REG-LISTADO-CAD
            STRING "Un mandato caduca a los 36 meses de su último "
                   "adeudo (o de la firma, si no se ha usado); los "
                   "recibos de los caducados se rechazan."
                   DELIMITED BY SIZE INTO REG-LISTADO-CAD
            WRITE REG-LISTADO-CAD
            MOVE SPACES TO REG-LISTADO-CAD
            STRING "Los RCUR sin fecha de último adeudo no caducan "
                   "y se listan aparte, al final."
                   DELIMITED BY SIZE INTO REG-LISTADO-CAD
            WRITE REG-LISTADO-CAD
         END-IF
       .

       Totales-Listado-Caducidad.
         IF Listado-Cad-Abierto THEN
            MOVE SPACES TO REG-LISTADO-CAD
            WRITE REG-LISTADO-CAD

            MOVE Man-Tot-Revisados TO Man-Num-Ed
            MOVE SPACES TO REG-LISTADO-CAD
            STRING "Mandatos revisados..........: " Man-Num-Ed
                   DELIMITED BY SIZE INTO REG-LISTADO-CAD
            WRITE REG-LISTADO-CAD

            MOVE Man-Tot-Caducados TO Man-Num-Ed
            MOVE SPACES TO REG-LISTADO-CAD
            STRING "Caducados...................: " Man-Num-Ed
                   DELIMITED BY SIZE INTO REG-LISTADO-CAD
            WRITE REG-LISTADO-CAD

            MOVE Man-Tot-Por-Caducar TO Man-Num-Ed
            MOVE SPACES TO REG-LISTADO-CAD
            STRING "Próximos a caducar..........: " Man-Num-Ed
                   DELIMITED BY SIZE INTO REG-LISTADO-CAD
            WRITE REG-LISTADO-CAD

            MOVE Man-Tot-Modificados TO Man-Num-Ed
            MOVE SPACES TO REG-LISTADO-CAD
            STRING "Con cambio de cuenta pendiente: " Man-Num-Ed
                   DELIMITED BY SIZE INTO REG-LISTADO-CAD
            WRITE REG-LISTADO-CAD

            MOVE Man-Tot-Sin-Ultimo TO Man-Num-Ed
            MOVE SPACES TO REG-LISTADO-CAD
            STRING "RCUR sin fecha de último adeudo: " Man-Num-Ed
                   DELIMITED BY SIZE INTO REG-LISTADO-CAD
            WRITE REG-LISTADO-CAD
         END-IF
       .

       Cerrar-Listado-Caducidad.
         IF Listado-Cad-Abierto THEN
            CLOSE LISTADO-CADUCIDAD
            SET Listado-Cad-Abierto TO FALSE
         END-IF
       .

      *> CONCILIACIÓN DE EXTRACTOS NORMA 43 -----------------------------

      *> Lee NORMA43.TXT del entorno bloque a bloque (registro 11 de
                   Conc-Tot-Desc
                   Conc-Tot-Mov
                   Conc-Tot-Casados
                   Conc-Tot-Reglas
                   Conc-Tot-Contab
                   Conc-Tot-Excep
         SET Bloque-N43-Abierto TO FALSE
         SET Cuenta-N43-Reconocida TO FALSE
         SET Mov-N43-Pendiente TO FALSE

         *> La conciliación recoloca el posicionamiento de empresa:
         *> se salvaguarda para dejarlo como estaba.
         IF NOT Informe-N43-Abierto THEN
            MOVE "N" TO OP-EXITO
         ELSE
            PERFORM Cargar-Reglas-N43
            MOVE SPACES TO PATH-EXTRACTO-N43
            STRING ECO-CAMINO-ACCESO-ENTORNO, FICHERO-EXTRACTO-N43
                            INTO PATH-EXTRACTO-N43
                     PERFORM Iniciar-Cuenta-N43
                 WHEN "22"
                     IF Bloque-N43-Abierto THEN
                        IF Mov-N43-Pendiente THEN
                           PERFORM Resolver-Movimiento-N43
                        END-IF
                        PERFORM Tratar-Movimiento-N43
                     END-IF
                 WHEN "23"
                     *> Concepto ampliado de la línea anterior: sólo
                     *> interesa para buscarle regla
                     IF Mov-N43-Pendiente THEN
                        PERFORM Ampliar-Texto-N43
                     END-IF
                 WHEN "33"
                     IF Bloque-N43-Abierto THEN
                        PERFORM Leer-Saldo-Final-N43
                        PERFORM Cerrar-Cuenta-N43
                     END-IF
                 WHEN OTHER
                     *> Registro 88 (fin de fichero): nada que conciliar
                     CONTINUE
                 END-EVALUATE
         END-READ
         ADD 1 TO Conc-Tot-Cuentas
         MOVE 0 TO Conc-Mov-Sin-Cta
                   Conc-Apu-Sin-Cta
                   Conc-Mov-Regla
         MOVE 0 TO Num-Apuntes-Conc
         MOVE 0 TO Saldo-Previo-N43
         MOVE 0 TO Saldo-Asientos-N43
         MOVE 0 TO Saldo-Fin-N43
         INITIALIZE Tabla-Apuntes-Conc

            IF Apunte-Conc-Hallado THEN
               ADD 1 TO Conc-Tot-Casados
            ELSE
               *> Sin pareja: se guarda hasta leer sus registros 23,
               *> que también cuentan para buscarle regla
               SET Mov-N43-Pendiente TO TRUE
               MOVE REG-N43(23:2) TO Concepto-Mov-N43
               MOVE REG-N43(11:6) TO Fecha-Mov-N43-Txt
               MOVE 0 TO Fecha-Mov-N43
               IF REG-N43(11:6) NUMERIC
                  MOVE REG-N43(11:6) TO Fecha-Mov-N43(3:6)
                  MOVE "20" TO Fecha-Mov-N43(1:2)
               END-IF
               MOVE Importe-Mov-N43 TO Importe-Pend-N43
               MOVE SPACES TO Texto-Mov-N43
               MOVE REG-N43(53:28) TO Texto-Mov-N43
               MOVE 30 TO Ptr-Texto-N43
            END-IF
         END-IF
       .

      *> Registro 23: las dos mitades del concepto se añaden al
      *> texto de la línea pendiente.
       Ampliar-Texto-N43.
         IF Ptr-Texto-N43 < 320 THEN
            STRING REG-N43(5:76) DELIMITED BY SIZE
                   INTO Texto-Mov-N43
                   WITH POINTER Ptr-Texto-N43
            ADD 1 TO Ptr-Texto-N43
         END-IF
       .

      *> Línea del extracto sin apunte, ya con todo su texto: si casa
      *> con una regla se propone (o, con "XA", se contabiliza) su
      *> asiento contra la cuenta de tesorería; si no, queda como
      *> excepción en el informe.
       Resolver-Movimiento-N43.
         SET Mov-N43-Pendiente TO FALSE
         PERFORM Buscar-Regla-N43
         MOVE Importe-Pend-N43 TO Conc-Imp-Ed

         IF NOT Regla-N43-Hallada THEN
            ADD 1 TO Conc-Mov-Sin-Cta Conc-Tot-Excep
            MOVE SPACES TO REG-INFORME-N43
            STRING "  Línea del extracto sin apunte: fecha "
                   Fecha-Mov-N43-Txt " importe " Conc-Imp-Ed
                   " concepto " Concepto-Mov-N43
                   DELIMITED BY SIZE
                   INTO REG-INFORME-N43
            WRITE REG-INFORME-N43
         ELSE
            ADD 1 TO Conc-Mov-Regla Conc-Tot-Reglas
            *> Un adeudo del banco (importe negativo) es un haber de
            *> tesorería contra la cuenta de la regla; un abono, al
            *> revés. Así el apunte de tesorería casa la próxima vez.
            IF Importe-Pend-N43 < 0 THEN
               MOVE Rgl-N43-Cta(Idx-Regla-N43) TO Cta-Debe-N43
               MOVE Cta-Tesoreria-N43 TO Cta-Haber-N43
               COMPUTE Imp-Asiento-N43 = 0 - Importe-Pend-N43
            ELSE
               MOVE Cta-Tesoreria-N43 TO Cta-Debe-N43
               MOVE Rgl-N43-Cta(Idx-Regla-N43) TO Cta-Haber-N43
               MOVE Importe-Pend-N43 TO Imp-Asiento-N43
            END-IF

            MOVE SPACES TO REG-INFORME-N43
            STRING "  Línea con regla: fecha " Fecha-Mov-N43-Txt
                   " importe " Conc-Imp-Ed "  D " Cta-Debe-N43
                   " H " Cta-Haber-N43 " "
                   DELIMITED BY SIZE
                   Rgl-N43-Con(Idx-Regla-N43) DELIMITED BY "  "
                   INTO REG-INFORME-N43
            WRITE REG-INFORME-N43

            IF N43-Definitivo THEN
               PERFORM Contabilizar-Linea-N43
            END-IF
         END-IF
       .

      *> Primera regla del fichero con el concepto común de la línea,
      *> de la empresa de la cuenta (o de todas) y cuyo texto, si lo
      *> tiene, aparece en las referencias o en los registros 23.
       Buscar-Regla-N43.
         SET Regla-N43-Hallada TO FALSE
         INSPECT Texto-Mov-N43 CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         PERFORM VARYING Idx-Regla-N43 FROM 1 BY 1
                 UNTIL Idx-Regla-N43 > Num-Reglas-N43
                    OR Regla-N43-Hallada
            IF Rgl-N43-Cc(Idx-Regla-N43) = Concepto-Mov-N43 AND
               (Rgl-N43-Emp(Idx-Regla-N43) = 0 OR
                Rgl-N43-Emp(Idx-Regla-N43) = Emp-N43) THEN
               IF Rgl-N43-Lon(Idx-Regla-N43) = 0 THEN
                  SET Regla-N43-Hallada TO TRUE
               ELSE
                  MOVE 0 TO Cont-Patron-N43
                  INSPECT Texto-Mov-N43 TALLYING Cont-Patron-N43
                          FOR ALL Rgl-N43-Pat(Idx-Regla-N43)
                                  (1:Rgl-N43-Lon(Idx-Regla-N43))
                  IF Cont-Patron-N43 > 0 THEN
                     SET Regla-N43-Hallada TO TRUE
                  END-IF
               END-IF
            END-IF
         END-PERFORM
         *> El PERFORM deja el índice uno más allá de la regla
         IF Regla-N43-Hallada THEN
            SUBTRACT 1 FROM Idx-Regla-N43
         END-IF
       .

      *> Contabiliza vía ECOMSAC el asiento de la línea sobre la
      *> empresa de la cuenta (ya posicionada al reconocerla).
       Contabilizar-Linea-N43.
         INITIALIZE PARAMETROS-ECOMSAC
         MOVE "A" TO FUN-SAC
         MOVE Fecha-Mov-N43 TO FEC-APU-SAC
         MOVE Cta-Debe-N43 TO CTA-APU-SAC
         MOVE Cta-Haber-N43 TO CTR-APU-SAC
         MOVE Imp-Asiento-N43 TO IMP-APU-SAC
         MOVE Rgl-N43-Con(Idx-Regla-N43) TO CON-APU-SAC

         MOVE 3 TO NP-ECOMSAC
         CALL "ECOMSAC" USING NP-ECOMSAC,
                              PARAMETROS-ECOMSAC,
                              OP-EXITO-SAC
         CANCEL "ECOMSAC"

         MOVE SPACES TO REG-INFORME-N43
         IF OP-EXITO-SAC = "S" THEN
            ADD 1 TO Conc-Tot-Contab
            IF Cta-Debe-N43 = Cta-Tesoreria-N43 THEN
               ADD Imp-Asiento-N43 TO Saldo-Asientos-N43
            ELSE
               SUBTRACT Imp-Asiento-N43 FROM Saldo-Asientos-N43
            END-IF
            STRING "    Contabilizada: asiento " NRO-ASI-SAC
                   DELIMITED BY SIZE
                   INTO REG-INFORME-N43
         ELSE
            *> No se ha podido grabar: sigue siendo una excepción
            ADD 1 TO Conc-Mov-Sin-Cta Conc-Tot-Excep
            STRING "    No se ha podido contabilizar; queda "
                   "pendiente de apunte"
                   DELIMITED BY SIZE
                   INTO REG-INFORME-N43
         END-IF
         WRITE REG-INFORME-N43
       .

      *> Carga N43REGLA.TXT. Las líneas en blanco o que empiezan por
      *> "*" se ignoran; las que no tienen concepto común de dos
      *> cifras o cuenta se listan como no válidas.
       Cargar-Reglas-N43.
         MOVE 0 TO Num-Reglas-N43 Lineas-Reglas-N43
         INITIALIZE Tabla-Reglas-N43
         MOVE SPACES TO PATH-REGLAS-N43
         STRING ECO-CAMINO-ACCESO-ENTORNO, FICHERO-REGLAS-N43
                         INTO PATH-REGLAS-N43

         OPEN INPUT REGLAS-N43
         IF FCD-ERROR-RN43 = "00" THEN
            SET Fin-Reglas-N43 TO FALSE
            PERFORM Leer-Regla-N43 UNTIL Fin-Reglas-N43
            CLOSE REGLAS-N43
         END-IF

         MOVE Num-Reglas-N43 TO Conc-Num-Ed
         MOVE SPACES TO REG-INFORME-N43
         IF N43-Definitivo THEN
            STRING "Reglas de contabilización cargadas: " Conc-Num-Ed
                   " (las líneas que casan se contabilizan)"
                   DELIMITED BY SIZE INTO REG-INFORME-N43
         ELSE
            STRING "Reglas de contabilización cargadas: " Conc-Num-Ed
                   " (sólo se proponen los asientos)"
                   DELIMITED BY SIZE INTO REG-INFORME-N43
         END-IF
         WRITE REG-INFORME-N43
       .

       Leer-Regla-N43.
         READ REGLAS-N43 NEXT RECORD
             AT END
                 SET Fin-Reglas-N43 TO TRUE
             NOT AT END
                 ADD 1 TO Lineas-Reglas-N43
                 IF REG-REGLA-N43 NOT = SPACES AND
                    REG-REGLA-N43(1:1) NOT = "*" THEN
                    PERFORM Tratar-Regla-N43
                 END-IF
         END-READ
       .

       Tratar-Regla-N43.
         SET Regla-N43-Valida TO TRUE
         MOVE SPACES TO Campos-Regla-N43
         UNSTRING REG-REGLA-N43 DELIMITED BY ";"
             INTO Rgl-Cc-Txt, Rgl-Pat-Txt, Rgl-Cta-Txt,
                  Rgl-Con-Txt, Rgl-Emp-Txt
         END-UNSTRING

         MOVE 0 TO Rgl-Cta-Num Rgl-Emp-Num
         PERFORM VARYING POS FROM 1 BY 1 UNTIL POS > 15
            IF Rgl-Cta-Txt(POS:1) >= "0" AND
               Rgl-Cta-Txt(POS:1) <= "9" THEN
               MOVE Rgl-Cta-Txt(POS:1) TO Digito-Adeu
               COMPUTE Rgl-Cta-Num = Rgl-Cta-Num * 10 + Digito-Adeu
            END-IF
         END-PERFORM
         PERFORM VARYING POS FROM 1 BY 1 UNTIL POS > 5
            IF Rgl-Emp-Txt(POS:1) >= "0" AND
               Rgl-Emp-Txt(POS:1) <= "9" THEN
               MOVE Rgl-Emp-Txt(POS:1) TO Digito-Adeu
               COMPUTE Rgl-Emp-Num = Rgl-Emp-Num * 10 + Digito-Adeu
            END-IF
         END-PERFORM

         IF Rgl-Cc-Txt IS NOT NUMERIC OR Rgl-Cta-Num = 0 THEN
            SET Regla-N43-Valida TO FALSE
         END-IF

         IF NOT Regla-N43-Valida OR
            Num-Reglas-N43 >= Max-Reglas-N43 THEN
            MOVE Lineas-Reglas-N43 TO Conc-Num-Ed
            MOVE SPACES TO REG-INFORME-N43
            STRING "Regla no válida o sobrante en la línea "
                   Conc-Num-Ed ": " DELIMITED BY SIZE
                   REG-REGLA-N43 DELIMITED BY "  "
                   INTO REG-INFORME-N43
            WRITE REG-INFORME-N43
         ELSE
            ADD 1 TO Num-Reglas-N43
            MOVE Rgl-Cc-Txt TO Rgl-N43-Cc(Num-Reglas-N43)
            MOVE Rgl-Cta-Num TO Rgl-N43-Cta(Num-Reglas-N43)
            MOVE Rgl-Emp-Num TO Rgl-N43-Emp(Num-Reglas-N43)
            MOVE Rgl-Con-Txt TO Rgl-N43-Con(Num-Reglas-N43)
            INSPECT Rgl-Pat-Txt CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            MOVE Rgl-Pat-Txt TO Rgl-N43-Pat(Num-Reglas-N43)
            *> Longitud del texto sin los blancos del final (puede
            *> llevar blancos dentro)
            PERFORM VARYING POS FROM 40 BY -1
                    UNTIL POS = 0 OR Rgl-Pat-Txt(POS:1) NOT = SPACE
               CONTINUE
            END-PERFORM
            MOVE POS TO Rgl-N43-Lon(Num-Reglas-N43)
         END-IF
       .

       Leer-Saldo-Final-N43.
         IF REG-N43(60:14) NUMERIC
            MOVE REG-N43(60:14) TO N43-Imp-Num

      *> Fin del bloque de la cuenta: apuntes del período sin línea
      *> de extracto, y diferencia entre el saldo final del extracto
      *> y el saldo contable de la cuenta de tesorería, contando los
      *> asientos que acaba de grabar el propio proceso.
       Cerrar-Cuenta-N43.
         IF Mov-N43-Pendiente THEN
            PERFORM Resolver-Movimiento-N43
         END-IF
         IF Cuenta-N43-Reconocida THEN
            MOVE Saldo-Previo-N43 TO Saldo-Contable-N43
            PERFORM VARYING Idx-Apunte-Conc FROM 1 BY 1
                  WRITE REG-INFORME-N43
               END-IF
            END-PERFORM
            ADD Saldo-Asientos-N43 TO Saldo-Contable-N43

            COMPUTE Dif-Saldo-N43 = Saldo-Fin-N43
                                  - Saldo-Contable-N43
            STRING "   apuntes sin línea: " Conc-Num-Ed
                   DELIMITED BY SIZE
                   INTO REG-INFORME-N43(40:)
            MOVE Conc-Mov-Regla TO Conc-Num-Ed
            STRING "   líneas con regla: " Conc-Num-Ed
                   DELIMITED BY SIZE
                   INTO REG-INFORME-N43(72:)
            WRITE REG-INFORME-N43
         END-IF
         SET Bloque-N43-Abierto TO FALSE
            STRING "Movimientos conciliados......: " Conc-Num-Ed
                   DELIMITED BY SIZE INTO REG-INFORME-N43
            WRITE REG-INFORME-N43

            MOVE Conc-Tot-Reglas TO Conc-Num-Ed
            MOVE SPACES TO REG-INFORME-N43
            STRING "Movimientos con regla........: " Conc-Num-Ed
                   DELIMITED BY SIZE INTO REG-INFORME-N43
            WRITE REG-INFORME-N43

            MOVE Conc-Tot-Contab TO Conc-Num-Ed
            MOVE SPACES TO REG-INFORME-N43
            STRING "Movimientos contabilizados...: " Conc-Num-Ed
                   DELIMITED BY SIZE INTO REG-INFORME-N43
            WRITE REG-INFORME-N43

            MOVE Conc-Tot-Excep TO Conc-Num-Ed
            MOVE SPACES TO REG-INFORME-N43
            STRING "Excepciones (sin apunte).....: " Conc-Num-Ed
                   DELIMITED BY SIZE INTO REG-INFORME-N43
            WRITE REG-INFORME-N43
         END-IF
       .

       Registrar-Remesa-Generada.
         PERFORM ABRIR-REMESAS-REG
         IF Remesas-Reg-Abierto THEN
            *> Fecha y hora de la clave, las del MsgId del fichero,
            *> para poder llegar a la remesa desde sus devoluciones
            INITIALIZE REG-REMESA-REG
            MOVE Fecha-Xml TO FEC-RRG
            MOVE Hora-Xml(1:6) TO HOR-RRG
            MOVE ECO-CODIGO-EMPRESA TO EMP-RRG
            MOVE Entidad-Presentadora TO BAN-RRG
            MOVE PATH-PAIN008 TO FIC-RRG
            CONTINUE
         ELSE
            PERFORM Grabar-Historia-Ban
            *> Si la cuenta tiene mandato SEPA, el banco del deudor
            *> tiene que saber que la cuenta ha cambiado
            PERFORM Marcar-Modificacion-Mandato
         END-IF
       .

                     *> con los recibos de REMEADEU.TXT
             PERFORM Generar-Remesa-Adeudos
             MOVE "S" TO FIN-PROGRAMA
           WHEN "XD" *> Devoluciones y rechazos de adeudos directos
                     *> (pain.002 o norma 19) de DEVOADEU.TXT
             PERFORM Procesar-Devoluciones-Adeu
             MOVE "S" TO FIN-PROGRAMA
           WHEN "XC" *> Mandatos SEPA caducados, próximos a caducar
                     *> o con modificación pendiente
             PERFORM Revisar-Caducidad-Mandatos
             MOVE "S" TO FIN-PROGRAMA
           WHEN "XN" *> Conciliación de extractos norma 43 con las
                     *> cuentas de tesorería enlazadas
             SET N43-Definitivo TO FALSE
             PERFORM Conciliar-Norma43
             MOVE "S" TO FIN-PROGRAMA
           WHEN "XA" *> La misma conciliación, contabilizando las
                     *> líneas sin apunte que casan con una regla
             SET N43-Definitivo TO TRUE
             PERFORM Conciliar-Norma43
             MOVE "S" TO FIN-PROGRAMA
           WHEN "XL" *> Listado batch de las remesas pendientes de

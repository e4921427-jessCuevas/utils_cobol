      *>**************************************************************
      *> Aplicación  : A3ECO.
      *> Programa    : ECOMEXPT.CBL
      *> Descripción : Exportación de empresas, contrapartida de
      *>               ECOMIMPT. Para cada empresa pedida (y sus
      *>               ejercicios) monta el fichero de control
      *>               TEXPCFG con sus registros EXP, EMP y EJE, la
      *>               lista de ficheros nnnnnnnn.EXP y empaqueta en
      *>               un zip, con contraseña si se indica, los
      *>               ficheros de la empresa, de tablas y de
      *>               entorno, con el mismo formato que la
      *>               importación (listado previo, cola y
      *>               conciliación) espera recibir. Se genera un zip
      *>               por empresa, de forma que el control de
      *>               duplicados de la cola del otro lado los trate
      *>               uno a uno.
      *>               Funcion-Exp "E": empresas de Parametros-Exp.
      *>               Funcion-Exp "B": lote desatendido dirigido por
      *>               ECOMEXPT.PAR (paso EXPORTACION de ECOBCHN).
      *> Autor       : Ramon Vila.
      *>**************************************************************

       copy "dslang.cpy".

       program-id. ECOMEXPT.

       special-names.
           call-convention 66 is winapi
           decimal-point is comma.

       class-control.
           Ecocemp     Class "ecocem"
           ECoczip     Class "ecoczip"
           ECocfil     Class "ecocfil"
       .

           Copy "TEXPCFG.SEL".
           Copy "Tecodir.sel".
           copy "TECOPRV.SEL" replacing TRAILING ==prv== by ==prb==
                               TRAILING ==clv2-Prv== by ==clv2-prb==.

           *> Lista de ficheros del zip (mismo registro que lee
           *> Rebuild-Ficheros de ECOMIMPT).
           Select Lista-Fic
               Assign to Dynamic PATH-Lista-Fic
               Organization is Line Sequential
               Access Mode is Sequential
               File Status is FCD-ERROR.

           select parametros-lote
               assign       dynamic path-parametros-lote
               organization line sequential
               access mode  sequential
               file status  fcd-error-par.

           *> Informe de la pasada: una línea por empresa con el zip
           *> generado, los ejercicios, los ficheros y el resultado.
           select informe-exp
               assign       dynamic path-informe-exp
               organization line sequential
               access mode  sequential
               file status  fcd-error-inf.

           Copy "TEXPCFG.FD".
           Copy "Tecodir.fd".

           copy "TECOPRV.FD" replacing TRAILING ==prv==  by ==prb==
                                          ==IS EXTERNAL.== BY ==.==.

           FD Lista-Fic.
           01 reg-Lista-Fic.
               03 nom-fic-Lis          pic x(20).
               03 Tip-fic-lis          pic 99.

           FD Parametros-Lote.
           01 Reg-Parametros-Lote     pic x(256).

           FD Informe-Exp.
           01 Reg-Informe-Exp         pic x(200).

       Working-Storage section.
           COPY "DS-CNTRL.MF".
           COPY "DSSYSINF.CPY".
           COPY "A3ECO.EXT".
           copy "Staerror.cpy".
           Copy "FcdError.Cpy".
           Copy "FILEDET.LKG".
           Copy "EcocZip.Cpy".
           Copy "Ecocfil.Cpy".
           Copy "Ecocem.Cpy".
           copy "eco793.lkg".

      *> Parámetros del lote (uno por línea, CLAVE=VALOR, "*" comenta
      *> la línea, mismo convenio que ECOBCHN.PAR y ECOFXAAM.PAR):
      *>   EMPRESA=nnnnn[;aaaa[;aaaa]]  empresa a exportar y, si se
      *>                        indica, ejercicio desde/hasta (por
      *>                        defecto, el año en curso). Una línea
      *>                        por empresa.
      *>   DESTINO=directorio   donde se dejan los zips (por defecto
      *>                        <aplicación>EXPORT\)
      *>   PASSWORD=texto       contraseña de los zips (opcional)
      *>   FORMATO=A|E          formato asesor o estándar (E)
      *>   NUMERO-SERIE=n       número de serie y código de licencia
      *>   CODIGO-LICENCIA=n    de esta instalación (formato A)
      *>   TABLA=fichero        ficheros de tablas a incluir (por
      *>                        defecto TECODIR.DAT y TECOPRV.DAT)
      *>   ENTORNO=fichero      ficheros de entorno a incluir (por
      *>                        defecto TAPLCONF.DAT)
      *> Con Funcion-Exp "E" sólo se atienden TABLA y ENTORNO; el
      *> resto llega en Parametros-Exp.
       78 FICHERO-PARAMETROS-EXP   value "ECOMEXPT.PAR".
       78 FICHERO-INFORME-EXP      value "EXPORTA.TXT".
       78 Max-Empresas-Exp         value 100.
       78 Max-Ficheros-Gen         value 20.
       78 Max-Ejercicios-Exp       value 10.
       78 Fichero-Empresa          Value 0.
       78 Fichero-Tabla            Value 1.
       78 Fichero-Entorno          Value 2.
       01 path-parametros-lote     pic x(256).
       01 path-informe-exp         pic x(256).
       77 fcd-error-par            pic xx.
       77 fcd-error-inf            pic xx.
       01 clave-parametro          pic x(30).
       01 valor-parametro          pic x(226).

           01                      pic 9.
               88 Abortar          value 1 false 0.
           01                      pic 9.
               88 fin-lectura-par  value 1 false 0.
           01                      pic 9.
               88 Informe-Exp-Abierto value 1 false 0.
           01                      pic 9.
               88 Empresa-Exp-Correcta value 1 false 0.
           01                      pic 9.
               88 hay-sii          value 1 false 0.

      *> Empresas de la pasada, con su rango de ejercicios
           01 Tabla-Empresas-Exp.
               03 Empresa-Exp-Tab  occurs Max-Empresas-Exp.
                   05 Emp-Tab-Exp  pic 9(5).
                   05 Eje-Des-Tab  pic 9(4).
                   05 Eje-Has-Tab  pic 9(4).
           01 Num-Emp-Tab          pic 9(3) comp-5.
           01 Idx-Emp-Tab          pic 9(3) comp-5.

      *> Ficheros de tablas y de entorno que acompañan a la empresa
           01 Tabla-Ficheros-Gen.
               03 Fichero-Gen-Item occurs Max-Ficheros-Gen.
                   05 Nom-Fic-Gen  pic x(20).
                   05 Tip-Fic-Gen  pic 99.
           01 Num-Ficheros-Gen     pic 99 comp-5.
           01 Idx-Fic-Gen          pic 99 comp-5.

      *> Opciones de la exportación
           01 Dir-Destino-Exp      pic x(256).
           01 Dir-Trabajo-Exp      pic x(256).
           01 Password-Exp         pic x(50).
           01 Formato-Exp          pic x.
           01 Num-Serie-Exp        pic 9(12).
           01 Cod-Lic-Exp          pic 9(10).

      *> Empresa en curso
           01 Cod-Emp-Exp          pic 9(5).
           01 Ejercicios-Emp.
               03 Any-Eje-Emp      pic 9(4) occurs Max-Ejercicios-Exp.
           01 Num-Eje-Emp          pic 99 comp-5.
           01 Idx-Eje              pic 99 comp-5.
           01 Eje-Desde-Emp        pic 9(4).
           01 Eje-Hasta-Emp        pic 9(4).
           01 Any-Actual           pic 9(4).
           01 codigo-ejer          pic 9(4).
           77 zz                   pic 99.
           01 Fec-Inicio.
               03 Mes-Inicio       pic 9(2).
               03 Any-Inicio       pic 9(4).
           01 Fec-Fin.
               03 Mes-Fin          pic 9(2).
               03 Any-Fin          pic 9(4).
           01 Dir-Empresa-Exp      pic x(256).
           01 Nif-Emp-Exp          pic x(14).
           01 Nom-Emp-Exp          pic x(40).
           01 Mon-Ult-Exp          pic x.
           01 Mes-Cie-Exp          pic 99.
           01 Lic-Emp-Exp          pic 9(10).
           01 Motivo-Error-Exp     pic x(80).

      *> Nombres del zip y de sus ficheros de control: el código de
      *> empresa en 2:5 y el formato en la posición 8, que es de
      *> donde ECOMIMPT saca la empresa y el nombre del CFG
      *> (nnnnnfCF.DAT). La lista lleva el nombre del zip con .EXP.
           01 Nom-Zip-Exp.
               03                  pic x value "E".
               03 Zip-Emp-Exp      pic 9(5).
               03                  pic x value "_".
               03 Zip-For-Exp      pic x.
               03                  pic x(4) value ".ZIP".
           01 Nom-Lista-Exp        pic x(12).
           01 Nom-Cfg-Exp.
               03 Cfg-Emp-Exp      pic 9(5).
               03 Cfg-For-Exp      pic x.
               03                  pic x(6) value "CF.DAT".
           01 Path-Zip-Exp         pic x(256).
           01 Path-Fichero-Exp     pic x(256).

      *> Contadores
           01 Cnt-Fic-Emp          pic 9(5) comp-5.
           01 Tam-Fic-Emp          pic 9(12) comp-5.
           01 Tot-Emp-Pas          pic 9(3) comp-5.
           01 Tot-Zip-Pas          pic 9(3) comp-5.
           01 Tot-Err-Pas          pic 9(3) comp-5.
           01 num-exp-ed           pic zzzz9.
           01 num-exp-ed2          pic zzzz9.
           01 num-exp-ed3          pic zzzz9.
           01 tam-exp-ed           pic z(11)9.
           01 fecha-exp            pic 9(8).
           01 hora-exp             pic 9(8).

      *> Posicionamiento de empresa del llamador, que se repone al
      *> terminar
           01 Codigo-Empresa-Aux   pic 9(5).
           01 Camino-Acceso-Aux    pic x(256).
           01 Nombre-Empresa-Aux   pic x(40).

      *===========================================================
      / Objectos
           01 ObjEcocZip           Object Reference Value Null.
           01 ObjDirExp            Object Reference Value Null.
           01 ObjEmpresa           Object Reference Value Null.
           01 TEcoczip             Usage Tipo-Ecoczip.
           01 TEcocDir             Usage Tipo-Ecocfil.
           01 Lnk-op-Exito         Pic X Comp-5.
           77 lk-Inicializar       pic x comp-5.
           01 salida-793           pic x(2).
           01 op-exito-793         pic x.
      *===========================================================

      ************************ VAR: X"91" *****************************
       01 RESULT.
           03 F-ERROR       PIC X COMP-X.
           03 FHANDLE       PIC XX COMP-X.
           03 F-ATTROUT     PIC X COMP-X.
           03 F-TIME        PIC XX COMP-X.
           03 F-DATE        PIC XX COMP-X.
           03 F-SIZE        PIC X(4) COMP-X.
           03 F-FILEOUT     PIC X(66).

       01 FUNCTION-CODE     PIC X COMP-X.
       01 PARAMETER.
           03 F-ACTION      PIC X COMP-X.
           03 F-ATTRIN      PIC X COMP-X.
           03 F-FILEIN      PIC X(66).

       linkage section.
           *> "E" empresas de Parametros-Exp; "B" lote de
           *> ECOMEXPT.PAR
           01 Funcion-Exp              pic x.

           01 Parametros-Exp.
              03 Num-Empresas-Exp      pic 9(3) comp-5.
              03 Empresa-Exp-Item      occurs 100.
                 05 Cod-Emp-Lnk        pic 9(5).
                 05 Eje-Desde-Lnk      pic 9(4).
                 05 Eje-Hasta-Lnk      pic 9(4).
              *> En blanco, <aplicación>EXPORT\
              03 Destino-Lnk           pic x(256).
              *> "A" asesor; en blanco o "E", estándar
              03 Formato-Lnk           pic x.
              03 Num-Serie-Lnk         pic 9(12).
              03 Cod-Lic-Lnk           pic 9(10).

           01 salida                   pic x(2).
           01 op-exito                 pic x.

           *> Contraseña de los zips; omitida o en blanco, sin ella
           01 Password-Zip-Exp         pic x(50).

           *> Totales de la pasada, para el proceso que la lanza
           *> (la cadena nocturna ECOBCHN)
           01 Totales-Exp.
              03 Tot-Emp-Exp           pic 9(3) comp-5.
              03 Tot-Zip-Exp           pic 9(3) comp-5.
              03 Tot-Err-Exp           pic 9(3) comp-5.

       procedure division using Funcion-Exp
                                Parametros-Exp
                                salida
                                op-exito
                                optional Password-Zip-Exp
                                optional Totales-Exp.

           perform operaciones-iniciales

           If Not Abortar
               perform tratamiento
           End-If

           perform operaciones-finales
       .
      /=============================================================
       operaciones-iniciales.
           Move "CR" To Salida
           Move "S" To Op-Exito
           Set Abortar to false
           Set Informe-Exp-Abierto to false
           Move 0 To Num-Emp-Tab
                     Num-Ficheros-Gen
                     Tot-Emp-Pas
                     Tot-Zip-Pas
                     Tot-Err-Pas
           Move spaces To Dir-Destino-Exp
                          Password-Exp
           Move "E" To Formato-Exp
           Move 0 To Num-Serie-Exp
                     Cod-Lic-Exp

           accept fecha-exp from date yyyymmdd
           accept hora-exp from time
           Move fecha-exp(1:4) To Any-Actual

           Move eco-codigo-empresa To Codigo-Empresa-Aux
           Move eco-camino-acceso-ficheros To Camino-Acceso-Aux
           Move eco-nombre-empresa To Nombre-Empresa-Aux

           Evaluate Funcion-Exp
           When "E"
               Perform Tomar-Parametros-Lnk
           When "B"
               Continue
           When Other
               Set Abortar To True
           End-Evaluate

           If Not Abortar
               Perform Leer-Parametros-Exp
               If Num-Ficheros-Gen = 0
                   Perform Ficheros-Gen-Defecto
               End-If
               If Num-Emp-Tab = 0
                   Set Abortar To True
               End-If
           End-If

           If Not Abortar
               If Dir-Destino-Exp = spaces
                   String eco-camino-aplicacion delimited spaces
                          "EXPORT\" delimited size
                          into Dir-Destino-Exp
               End-If
               Initialize Dir-Trabajo-Exp
               String eco-camino-aplicacion delimited spaces
                      "EXPORT\TMP\" delimited size
                      into Dir-Trabajo-Exp

               Move Dir-Destino-Exp To Nom-File-WP Of TEcocDir
               Perform Crear-Directorio-Exp
               Move Dir-Trabajo-Exp To Nom-File-WP Of TEcocDir
               Perform Crear-Directorio-Exp
           End-If

           If Not Abortar
               Perform Abrir-Informe-Exp
               If Not Informe-Exp-Abierto
                   Set Abortar To True
               End-If
           End-If

           If Abortar
               Move "N" To Op-Exito
           End-If
       .

      *> Con Funcion-Exp "E" las empresas y las opciones llegan por
      *> linkage.
       Tomar-Parametros-Lnk.
           Perform Varying Idx-Emp-Tab From 1 By 1
                   Until Idx-Emp-Tab > Num-Empresas-Exp
                      or Idx-Emp-Tab > Max-Empresas-Exp
               If Cod-Emp-Lnk(Idx-Emp-Tab) not = 0
                   Add 1 To Num-Emp-Tab
                   Move Cod-Emp-Lnk(Idx-Emp-Tab)
                     To Emp-Tab-Exp(Num-Emp-Tab)
                   Move Eje-Desde-Lnk(Idx-Emp-Tab)
                     To Eje-Des-Tab(Num-Emp-Tab)
                   Move Eje-Hasta-Lnk(Idx-Emp-Tab)
                     To Eje-Has-Tab(Num-Emp-Tab)
               End-If
           End-Perform
           Move Destino-Lnk To Dir-Destino-Exp
           If Formato-Lnk = "A"
               Move "A" To Formato-Exp
           End-If
           Move Num-Serie-Lnk To Num-Serie-Exp
           Move Cod-Lic-Lnk To Cod-Lic-Exp
           If Address Of Password-Zip-Exp not = Null
               Move Password-Zip-Exp To Password-Exp
           End-If
       .

       Crear-Directorio-Exp.
           Move 78-EcocFil-Directory To Tipo-File Of TEcocDir
           Invoke EcocFil "new" Using TEcocDir
                                returning ObjDirExp
           If ObjDirExp Not = Null
               Invoke ObjDirExp "CrearDir" returning Lnk-op-Exito
               if lnk-op-exito = 0
                   Set Abortar to true
               end-if
               Invoke ObjDirExp "finalize" returning ObjDirExp
           else
               Set Abortar to true
           End-If
       .

       Ficheros-Gen-Defecto.
           Move "TECODIR.DAT"  To Nom-Fic-Gen(1)
           Move Fichero-Tabla  To Tip-Fic-Gen(1)
           Move "TECOPRV.DAT"  To Nom-Fic-Gen(2)
           Move Fichero-Tabla  To Tip-Fic-Gen(2)
           Move "TAPLCONF.DAT" To Nom-Fic-Gen(3)
           Move Fichero-Entorno To Tip-Fic-Gen(3)
           Move 3 To Num-Ficheros-Gen
       .
      *-------------------------------------------------------------
       Leer-Parametros-Exp.
           move FICHERO-PARAMETROS-EXP to path-parametros-lote
           open input parametros-lote
           if fcd-error-par = "00"
               set fin-lectura-par to false
               perform Leer-Linea-Parametros until fin-lectura-par
               close parametros-lote
           end-if
       .

       Leer-Linea-Parametros.
           read parametros-lote next record
               at end
                   set fin-lectura-par to true
               not at end
                   perform Tratar-Linea-Parametros
           end-read
       .

       Tratar-Linea-Parametros.
           if reg-parametros-lote not= spaces and
              reg-parametros-lote(1:1) not= "*"
               initialize clave-parametro valor-parametro
               unstring reg-parametros-lote
                   delimited by "="
                   into clave-parametro, valor-parametro
               end-unstring
               evaluate clave-parametro
               when "TABLA"
                   if Num-Ficheros-Gen < Max-Ficheros-Gen
                       add 1 to Num-Ficheros-Gen
                       move valor-parametro(1:20)
                         to Nom-Fic-Gen(Num-Ficheros-Gen)
                       move Fichero-Tabla
                         to Tip-Fic-Gen(Num-Ficheros-Gen)
                   end-if
               when "ENTORNO"
                   if Num-Ficheros-Gen < Max-Ficheros-Gen
                       add 1 to Num-Ficheros-Gen
                       move valor-parametro(1:20)
                         to Nom-Fic-Gen(Num-Ficheros-Gen)
                       move Fichero-Entorno
                         to Tip-Fic-Gen(Num-Ficheros-Gen)
                   end-if
               when other
                   if Funcion-Exp = "B"
                       perform Tratar-Parametro-Lote
                   end-if
               end-evaluate
           end-if
       .

       Tratar-Parametro-Lote.
           evaluate clave-parametro
           when "EMPRESA"
               if valor-parametro(1:5) is numeric and
                  Num-Emp-Tab < Max-Empresas-Exp
                   add 1 to Num-Emp-Tab
                   move valor-parametro(1:5)
                     to Emp-Tab-Exp(Num-Emp-Tab)
                   move 0 to Eje-Des-Tab(Num-Emp-Tab)
                             Eje-Has-Tab(Num-Emp-Tab)
                   if valor-parametro(7:4) is numeric
                       move valor-parametro(7:4)
                         to Eje-Des-Tab(Num-Emp-Tab)
                   end-if
                   if valor-parametro(12:4) is numeric
                       move valor-parametro(12:4)
                         to Eje-Has-Tab(Num-Emp-Tab)
                   end-if
               end-if
           when "DESTINO"
               move valor-parametro to Dir-Destino-Exp
           when "PASSWORD"
               move valor-parametro(1:50) to Password-Exp
           when "FORMATO"
               if valor-parametro(1:1) = "A"
                   move "A" to Formato-Exp
               end-if
           when "NUMERO-SERIE"
               if valor-parametro(1:12) is numeric
                   move valor-parametro(1:12) to Num-Serie-Exp
               end-if
           when "CODIGO-LICENCIA"
               if valor-parametro(1:10) is numeric
                   move valor-parametro(1:10) to Cod-Lic-Exp
               end-if
           end-evaluate
       .
      /=============================================================
       tratamiento.
           Perform Varying Idx-Emp-Tab From 1 By 1
                   Until Idx-Emp-Tab > Num-Emp-Tab
               Perform Exportar-Empresa
           End-Perform
       .
      *-------------------------------------------------------------
      *> Una empresa: datos de TECODIR, ejercicios, CFG y lista en el
      *> directorio de trabajo, y el zip en el destino.
       Exportar-Empresa.
           Add 1 To Tot-Emp-Pas
           Set Empresa-Exp-Correcta To True
           Move spaces To Motivo-Error-Exp
           Move 0 To Cnt-Fic-Emp
                     Tam-Fic-Emp
                     Num-Eje-Emp
           Move Emp-Tab-Exp(Idx-Emp-Tab) To Cod-Emp-Exp

           Perform Leer-Empresa-Exp
           If Empresa-Exp-Correcta
               Perform Cargar-Ejercicios-Exp
           End-If
           If Empresa-Exp-Correcta
               Perform Montar-Nombres-Exp
               Perform Grabar-Cfg-Exp
           End-If
           If Empresa-Exp-Correcta
               Perform Empaquetar-Empresa
           End-If
           Perform Borrar-Trabajo-Exp

           If Empresa-Exp-Correcta
               Add 1 To Tot-Zip-Pas
           Else
               Add 1 To Tot-Err-Pas
           End-If
           Perform Anotar-Empresa-Exp
       .

       Leer-Empresa-Exp.
           initialize reg-tecodir
           move Cod-Emp-Exp to cod-emp-dir
           call "rr-dir" using reg-tecodir
                               "N"
                               fcd-error
           if fcd-error = "00" or = "9D"
               move cam-acc-dir to Dir-Empresa-Exp
               move nif-per-dir to Nif-Emp-Exp
               move nom-emp-dir to Nom-Emp-Exp
               move mon-ult-dir to Mon-Ult-Exp
               move mes-cie-dir to Mes-Cie-Exp

               *> Moneda, dígitos y tipo de la empresa se toman de su
               *> posicionamiento, igual que al importarla
               move Cod-Emp-Exp to eco-codigo-empresa
               move cam-acc-dir to eco-camino-acceso-ficheros
               move 0 to lk-Inicializar
               invoke Ecocemp "new" Using lk-Inicializar
                                    returning ObjEmpresa
               if ObjEmpresa = Null
                   set Empresa-Exp-Correcta to false
                   move "no se ha podido posicionar la empresa"
                     to Motivo-Error-Exp
               else
                   invoke ObjEmpresa "finalize" returning ObjEmpresa
               end-if
           else
               set Empresa-Exp-Correcta to false
               move "no existe en el directorio de empresas"
                 to Motivo-Error-Exp
           end-if

           if Empresa-Exp-Correcta and Formato-Exp = "A"
               perform Leer-Licencia-Exp
           else
               move 0 to Lic-Emp-Exp
           end-if
       .

      *> Clave de licencia de la empresa: la misma consulta que hace
      *> ECOMIMPT (Comprobar-Lic) sobre una empresa ya existente.
       Leer-Licencia-Exp.
           initialize parametros-eco793
           move "I" to funcion-eco793
           move Num-Serie-Exp to cla-lic-eco793
           move Cod-Emp-Exp to cod-emp-eco793
           move 0 to cla-emp-eco793
           move 0 to mostrar-eco793
           call "eco793" using funcion-eco793
                               parametros-eco793
                               salida-793
                               op-exito-793
           cancel "eco793"
           if op-exito-793 = "N" or salida-793 not = "CR"
               set Empresa-Exp-Correcta to false
               move incid-eco793 to num-exp-ed
               initialize Motivo-Error-Exp
               string "no se ha podido leer su licencia (error "
                      num-exp-ed ")"
                      delimited size
                      into Motivo-Error-Exp
           else
               move cla-emp-eco793 to Lic-Emp-Exp
           end-if
       .

      *> Ejercicios pedidos: sin desde, el año en curso; sin hasta,
      *> sólo el de desde. ECOMIMPT admite hasta diez por empresa.
       Cargar-Ejercicios-Exp.
           Move Eje-Des-Tab(Idx-Emp-Tab) To Eje-Desde-Emp
           Move Eje-Has-Tab(Idx-Emp-Tab) To Eje-Hasta-Emp
           If Eje-Desde-Emp = 0
               Move Any-Actual To Eje-Desde-Emp
           End-If
           If Eje-Hasta-Emp = 0
               Move Eje-Desde-Emp To Eje-Hasta-Emp
           End-If

           If Eje-Hasta-Emp < Eje-Desde-Emp or
              Eje-Hasta-Emp - Eje-Desde-Emp >= Max-Ejercicios-Exp
               Set Empresa-Exp-Correcta To False
               Move "rango de ejercicios no válido (máximo diez)"
                 To Motivo-Error-Exp
           Else
               Perform Varying codigo-ejer From Eje-Desde-Emp By 1
                       Until codigo-ejer > Eje-Hasta-Emp
                   Add 1 To Num-Eje-Emp
                   Move codigo-ejer To Any-Eje-Emp(Num-Eje-Emp)
               End-Perform
               Move 01 To Mes-Inicio
               Move Eje-Desde-Emp To Any-Inicio
               Move 12 To Mes-Fin
               Move Eje-Hasta-Emp To Any-Fin
           End-If
       .

       Montar-Nombres-Exp.
           Move Cod-Emp-Exp To Zip-Emp-Exp
                               Cfg-Emp-Exp
           Move Formato-Exp To Zip-For-Exp
                               Cfg-For-Exp
           Move Nom-Zip-Exp To Nom-Lista-Exp
           Inspect Nom-Lista-Exp replacing first ".ZIP" By ".EXP"
       .
      *-------------------------------------------------------------
      *> Fichero de control. Se graba en orden de clave (EJE, EMP,
      *> EXP), con todo marcado para tratar y nada importado.
       Grabar-Cfg-Exp.
           Initialize Path-TExpcfg
           String Dir-Trabajo-Exp delimited spaces
                  Nom-Cfg-Exp delimited size
                  Into Path-TExpcfg
           call "cbl_delete_file" using Path-TExpcfg

           Open Output Texpcfg
           If Fcd-Error <> "00"
               Set Empresa-Exp-Correcta To False
               Move "no se ha podido crear el fichero de control"
                 To Motivo-Error-Exp
           Else
               Perform abrir-tecoprb
               Perform Varying Idx-Eje From 1 By 1
                       Until Idx-Eje > Num-Eje-Emp
                   Perform Grabar-Cfg-Ejercicio
               End-Perform
               Perform cerrar-tecoprb

               Initialize Reg-Texpcfg
               Move "EMP" To Cod-Reg-Cfg
               Move Cod-Emp-Exp To Cod-Emp-Cfg
               Move Nom-Emp-Exp To Nom-Emp-Cfg
               Move Nif-Emp-Exp To Nif-Emp-Cfg
               Move Mon-Ult-Exp To umo-emp-cfg
               Move eco-tipo-empresa To tip-emp-cfg
               Move Lic-Emp-Exp To lic-emp-cfg
               Move 1 To trt-emp-cfg
                         tes-emp-cfg
                         bus-emp-cfg
               Move 0 To imp-emp-cfg
               Write Reg-Texpcfg

               Initialize Reg-Texpcfg
               Move "EXP" To Cod-Reg-Cfg
               Move eco-swver To niv-exp-cfg
               If eco-swver = "U"
                   Move "P" To tip-lic-cfg
               End-If
               Move Fec-Inicio To ini-exp-cfg
               Move Fec-Fin To fin-exp-cfg
               Move Formato-Exp To for-exp-cfg
               Move Num-Serie-Exp To nsr-exp-cfg
               Move Cod-Lic-Exp To cdl-exp-cfg
               Move fecha-exp To fat-exp-cfg
                                 fec-exp-cfg
               Move eco-version To ver-exp-cfg
               Move 1 To trt-exp-cfg
               Move 0 To imp-exp-cfg
               Write Reg-Texpcfg
               If Fcd-Error <> "00"
                   Set Empresa-Exp-Correcta To False
                   Move "error al grabar el fichero de control"
                     To Motivo-Error-Exp
               End-If
               Close Texpcfg
           End-If
       .

       Grabar-Cfg-Ejercicio.
           Move Any-Eje-Emp(Idx-Eje) To codigo-ejer
           Perform Buscar-Sii-Exp

           Initialize Reg-Texpcfg
           Move "EJE" To Cod-Reg-Cfg
           Move Cod-Emp-Exp To Cod-Emp-Cfg
           Move codigo-ejer To Cod-Eje-Cfg
           Move eco-moneda-empresa To mon-eje-cfg
           Move eco-digitos To dgt-eje-cfg
           If hay-sii
               Move "S" To sii-eje-cfg
           Else
               Move "N" To sii-eje-cfg
           End-If
           Move 1 To trt-eje-cfg
           Move 0 To imp-eje-cfg
           Write Reg-Texpcfg
       .

      *> SII del ejercicio, con el mismo criterio que ECOMIMPT
      *> (buscar-sii): en ejercicio partido cuenta también el
      *> siguiente año natural.
       Buscar-Sii-Exp.
           set hay-sii to false
           perform leer-tecoprb
           if Mes-Cie-Exp < 12 and not hay-sii
               add 1 to codigo-ejer
               perform leer-tecoprb
               subtract 1 from codigo-ejer
           end-if
       .

       abrir-tecoprb.
           Initialize Path-Tecoprb
           String eco-camino-acceso-tablas Delimited spaces
                  "TECOPRV.Dat" Delimited size
                  Into Path-Tecoprb
           open input tecoprb
       .

       leer-tecoprb.
          initialize reg-tecoprb
          move Cod-Emp-Exp to cod-emp-prb
          read tecoprb

          if fcd-ok
             if EST-ONL-EMP-PRb(2) = "OK"
                perform varying zz from 1 by 1 until zz > 10 or hay-sii
                  if eje-emp-prb(zz) = codigo-ejer
                     if EST-ONL-EJE-PRb (zz,2) = "OK"
                        set hay-sii to true
                     end-if
                  end-if
               end-perform
             end-if
          end-if
       .

       cerrar-tecoprb.
           close tecoprb
       .
      *-------------------------------------------------------------
      *> Zip de la empresa: CFG, lista y los ficheros de la empresa
      *> (nnnnn*.* de su camino, como la copia de seguridad de
      *> ECOMIMPT), de tablas y de entorno.
       Empaquetar-Empresa.
           Initialize Path-Zip-Exp
           String Dir-Destino-Exp delimited spaces
                  Nom-Zip-Exp delimited size
                  Into Path-Zip-Exp
           call "cbl_delete_file" using Path-Zip-Exp

           Initialize TEcoczip
           Move Path-Zip-Exp To Nom-Zip-WP Of TEcoczip
           Invoke ECoczip "new" Using TEcoczip
                                Returning ObjEcocZip
           If ObjEcocZip = Null
               Set Empresa-Exp-Correcta To False
               Move "no se ha podido crear el zip"
                 To Motivo-Error-Exp
           Else
               Invoke ObjEcocZip "InitFilesToProcess"
               Invoke ObjEcocZip "InitFilesToExclude"
               Invoke ObjEcocZip "AddFileToZip" using Path-TExpcfg

               Initialize Path-Lista-Fic
               String Dir-Trabajo-Exp delimited spaces
                      Nom-Lista-Exp delimited size
                      Into Path-Lista-Fic
               Open Output Lista-Fic
               If Fcd-Error = "00"
                   Perform Recoger-Ficheros-Empresa
                   Perform Varying Idx-Fic-Gen From 1 By 1
                           Until Idx-Fic-Gen > Num-Ficheros-Gen
                       Perform Recoger-Fichero-General
                   End-Perform
                   Close Lista-Fic
                   Invoke ObjEcocZip "AddFileToZip"
                       using Path-Lista-Fic
               Else
                   Set Empresa-Exp-Correcta To False
                   Move "no se ha podido crear la lista de ficheros"
                     To Motivo-Error-Exp
               End-If

               If Empresa-Exp-Correcta and Cnt-Fic-Emp = 0
                   Set Empresa-Exp-Correcta To False
                   Move "la empresa no tiene ficheros en su camino"
                     To Motivo-Error-Exp
               End-If

               If Empresa-Exp-Correcta
                   If Password-Exp not = spaces
                       Invoke ObjEcocZip "SetPassword"
                           Using Password-Exp
                   End-If
                   Invoke ObjEcocZip "Zip" returning Lnk-Op-Exito
                   If Lnk-Op-Exito = 0
                       Set Empresa-Exp-Correcta To False
                       Move "error al comprimir el zip"
                         To Motivo-Error-Exp
                   End-If
               End-If
               Invoke ObjEcocZip "finalize" Returning ObjEcocZip

               If Not Empresa-Exp-Correcta
                   *> Un zip a medias no debe llegar a ningún buzón
                   call "cbl_delete_file" using Path-Zip-Exp
               End-If
           End-If
       .

      *> Ficheros de la empresa: búsqueda X"91" por la máscara
      *> nnnnn*.* en su camino de TECODIR.
       Recoger-Ficheros-Empresa.
           initialize f-filein
           string Dir-Empresa-Exp delimited space
                  Cod-Emp-Exp "*.*" delimited size
             into f-filein

           INITIALIZE RESULT
           MOVE 69 TO FUNCTION-CODE
           MOVE 32 TO F-ATTRIN
           MOVE 0 TO F-ERROR

           MOVE 0 TO F-ACTION
           PERFORM with test after UNTIL F-ERROR not= 0
               move spaces to f-fileout
               CALL X"91" USING RESULT,
                                FUNCTION-CODE,
                                PARAMETER
               if F-ERROR = 0
                   EVALUATE F-ATTROUT
                       WHEN 008
                       WHEN 016
                           continue
                       WHEN OTHER
                           initialize Path-Fichero-Exp
                           string Dir-Empresa-Exp delimited space
                                  f-fileout delimited space
                                  into Path-Fichero-Exp
                           move f-fileout to nom-fic-lis
                           move Fichero-Empresa to tip-fic-lis
                           add F-SIZE to Tam-Fic-Emp
                           PERFORM Anadir-Fichero-Zip
                   END-EVALUATE

                   MOVE 1 TO F-ACTION
               end-if
           END-PERFORM

           MOVE 2 TO F-ACTION
           CALL X"91" USING RESULT,
                            FUNCTION-CODE,
                            PARAMETER
       .

      *> Fichero de tablas o de entorno; si no existe en esta
      *> instalación simplemente no viaja.
       Recoger-Fichero-General.
           Initialize Path-Fichero-Exp
           If Tip-Fic-Gen(Idx-Fic-Gen) = Fichero-Tabla
               String eco-camino-acceso-tablas delimited spaces
                      Nom-Fic-Gen(Idx-Fic-Gen) delimited spaces
                      Into Path-Fichero-Exp
           Else
               String eco-camino-acceso-entorno delimited spaces
                      Nom-Fic-Gen(Idx-Fic-Gen) delimited spaces
                      Into Path-Fichero-Exp
           End-If
           call "CBL_CHECK_FILE_EXIST" using Path-Fichero-Exp,
                                             file-details
           if return-code = 0
               Move Nom-Fic-Gen(Idx-Fic-Gen) To nom-fic-lis
               Move Tip-Fic-Gen(Idx-Fic-Gen) To tip-fic-lis
               Add FILE-SIZE-DET To Tam-Fic-Emp
               Perform Anadir-Fichero-Zip
           end-if
       .

       Anadir-Fichero-Zip.
           call "CBL_TOUPPER" using nom-fic-lis
               by value length of nom-fic-lis
           Write reg-Lista-Fic
           Invoke ObjEcocZip "AddFileToZip" using Path-Fichero-Exp
           Add 1 To Cnt-Fic-Emp
       .

       Borrar-Trabajo-Exp.
           If Path-TExpcfg not = spaces
               call "cbl_delete_file" using Path-TExpcfg
           End-If
           If Path-Lista-Fic not = spaces
               call "cbl_delete_file" using Path-Lista-Fic
           End-If
           Move spaces To Path-TExpcfg
                          Path-Lista-Fic
       .
      *-------------------------------------------------------------
       Abrir-Informe-Exp.
           Initialize path-informe-exp
           String Dir-Destino-Exp Delimited Spaces
                  FICHERO-INFORME-EXP Delimited Size
                  Into path-informe-exp

           Set Informe-Exp-Abierto To False
           Open Output Informe-Exp
           If fcd-error-inf = "00"
               Set Informe-Exp-Abierto To True
               Initialize Reg-Informe-Exp
               String "Exportación de empresas del " fecha-exp
                      " a las " hora-exp(1:6)
                      Delimited Size
                      Into Reg-Informe-Exp
               Write Reg-Informe-Exp
               If Password-Exp not = spaces
                   Move "Zips protegidos con contraseña."
                     To Reg-Informe-Exp
                   Write Reg-Informe-Exp
               End-If
           End-If
       .

       Anotar-Empresa-Exp.
           If Informe-Exp-Abierto
               Initialize Reg-Informe-Exp
               If Empresa-Exp-Correcta
                   Move Cnt-Fic-Emp To num-exp-ed
                   Move Tam-Fic-Emp To tam-exp-ed
                   String Cod-Emp-Exp " " Nom-Zip-Exp
                          "  ejercicios " Eje-Desde-Emp "-"
                          Eje-Hasta-Emp
                          "  ficheros: " num-exp-ed
                          "  bytes: " tam-exp-ed
                          "  Exportada"
                          Delimited Size
                          Into Reg-Informe-Exp
               Else
                   String Cod-Emp-Exp
                          " Con errores: " Delimited Size
                          Motivo-Error-Exp Delimited Size
                          Into Reg-Informe-Exp
               End-If
               Write Reg-Informe-Exp
           End-If
       .
      /=============================================================
       operaciones-finales.
           If Informe-Exp-Abierto
               Move Tot-Emp-Pas To num-exp-ed
               Move Tot-Zip-Pas To num-exp-ed2
               Move Tot-Err-Pas To num-exp-ed3
               Initialize Reg-Informe-Exp
               String "Empresas: " num-exp-ed
                      "  exportadas: " num-exp-ed2
                      "  con errores: " num-exp-ed3
                      Delimited Size
                      Into Reg-Informe-Exp
               Write Reg-Informe-Exp
               Close Informe-Exp
               Set Informe-Exp-Abierto To False
           End-If

           If Tot-Err-Pas > 0
               Move "N" To Op-Exito
           End-If

           If Address Of Totales-Exp not = Null
               Move Tot-Emp-Pas To Tot-Emp-Exp
               Move Tot-Zip-Pas To Tot-Zip-Exp
               Move Tot-Err-Pas To Tot-Err-Exp
           End-If

           *> Se repone la empresa del llamador
           Move Codigo-Empresa-Aux To eco-codigo-empresa
           Move Camino-Acceso-Aux To eco-camino-acceso-ficheros
           Move Nombre-Empresa-Aux To eco-nombre-empresa

           Exit Program
       .

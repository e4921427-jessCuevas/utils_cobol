      *>**************************************************************
      *> Aplicación  : A3ECO.
      *> Programa    : ECOESTEM.CBL
      *> Descripción : Estado operativo por empresa. Para el rango
      *>               de empresas de ECOESTEM.PAR reúne en un solo
      *>               bloque por empresa lo que cada proceso deja
      *>               en su propio fichero: la marca de versión de
      *>               TECODIR, la última importación y su resultado
      *>               (HISTINC.DAT), la última conversión y si hay
      *>               una restauración pendiente (copia V791\, su
      *>               marca de restauración, ECOFXAAM.LOG y
      *>               VER791.TXT), los hallazgos de
      *>               la auditoría de integridad de activos
      *>               (AUDIAAM.TXT), los defectos de los datos
      *>               bancarios (REVIBAN.TXT), las remesas
      *>               generadas sin confirmar (REMEREG.DAT) y los
      *>               cambios de cuentas de proveedor pendientes de
      *>               aprobar (PENDBAN.DAT). Cierra con una página
      *>               de resumen que ordena las empresas que piden
      *>               atención, y deja además un fichero delimitado
      *>               por ";" con una línea por empresa para los
      *>               gestores de cuenta. Sólo lee: no modifica
      *>               ningún fichero de las empresas.
      *> Autor       : Ramon Vila.
      *>**************************************************************

       program-id. ECOESTEM.

       special-names.
           decimal-point is comma.

       copy "Tecodir.sel".

       select parametros-est
           assign to dynamic path-parametros-est
           organization line sequential
           access mode sequential
           file status fcd-error-par.

      *> Histórico de incidencias de importación (mismo registro que
      *> graba ECOMIMPT en grabar-incidencia-historico).
       select hist-inc
           assign to dynamic path-hist-inc
           organization indexed
           access mode dynamic
           record key clv-hin
           file status fcd-error-hin.

      *> Registro de remesas generadas (mismo registro que
      *> Registrar-Remesa de ECO9BAN).
       select remesas-reg
           assign to dynamic path-remesas-reg
           organization indexed
           access mode dynamic
           record key clv-rrg
           file status fcd-error-rrg.

      *> Cambios de cuentas de proveedor pendientes de aprobar (mismo
      *> registro que Solicitar-Cambio-Proveedor de ECO9BAN).
       select pendientes-ban
           assign to dynamic path-pendientes-ban
           organization indexed
           access mode dynamic
           record key clv-pbn
           file status fcd-error-pbn.

      *> Informes de texto de los otros procesos (AUDIAAM.TXT,
      *> REVIBAN.TXT, ECOFXAAM.LOG y VER791.TXT), uno tras otro.
       select fuente-est
           assign to dynamic path-fuente-est
           organization line sequential
           access mode sequential
           file status fcd-error-fte.

      *> Marca de versión guardada con la copia V791\ de la empresa.
       select version-backup
           assign to dynamic path-backup-ver
           organization line sequential
           access mode sequential
           file status fcd-error-bak.

      *> Marca de restauración que deja ECOFXAAM junto a la copia.
       select restauracion-backup
           assign to dynamic path-backup-rst
           organization line sequential
           access mode sequential
           file status fcd-error-bak.

       select informe-est
           assign to dynamic path-informe-est
           organization line sequential
           access mode sequential
           file status fcd-error-inf.

       select delimitado-est
           assign to dynamic path-delimitado-est
           organization line sequential
           access mode sequential
           file status fcd-error-del.

       copy "Tecodir.fd".

       fd parametros-est.
       01 reg-parametros-est           pic x(256).

       fd hist-inc.
       01 reg-hist-inc.
           03 clv-hin.
               05 fec-run-hin          pic 9(8).
               05 hor-run-hin          pic 9(6).
               05 zip-hin              pic x(12).
               05 emp-hin              pic 9(5).
               05 seq-hin              pic 9(5).
           03 sev-hin                  pic x.
           03 cod-hin                  pic 9(5).
           03 tex-hin                  pic x(229).

       fd remesas-reg.
       01 reg-remesa-reg.
           03 clv-rrg.
               05 fec-rrg              pic 9(08).
               05 hor-rrg              pic 9(06).
               05 emp-rrg              pic 9(05).
               05 ban-rrg              pic 9(04).
           03 fic-rrg                  pic x(80).
           03 num-rec-rrg              pic 9(05).
           03 imp-rrg                  pic s9(13)v99.
           03 est-rrg                  pic x(01).
               88 remesa-generada      value "G".
               88 remesa-enviada       value "E".
               88 remesa-confirmada    value "C".
           03 fec-env-rrg              pic 9(08).
           03 usu-env-rrg              pic x(20).
           03 fec-cnf-rrg              pic 9(08).
           03 usu-cnf-rrg              pic x(20).
           03 filler                   pic x(10).

       fd pendientes-ban.
       01 reg-pendiente-ban.
           03 clv-pbn.
               05 fec-pbn              pic 9(08).
               05 hor-pbn              pic 9(06).
               05 emp-pbn              pic 9(05).
           03 ope-pbn                  pic x(04).
           03 cod-pbn                  pic 9(10).
           03 cta-pbn                  pic 9(12).
           03 cc1-pbn                  pic 9(04).
           03 cc2-pbn                  pic 9(04).
           03 cc3-pbn                  pic 9(02).
           03 cc4-pbn                  pic 9(10).
           03 omi-pbn                  pic x(01).
           03 ofi-pbn                  pic x(40).
           03 dom-pbn                  pic x(40).
           03 mun-pbn                  pic x(30).
           03 cpo-pbn                  pic x(05).
           03 tlf-pbn                  pic x(15).
           03 fax-pbn                  pic x(15).
           03 per-pbn                  pic x(40).
           03 mail-pbn                 pic x(60).
           03 usu-sol-pbn              pic x(20).
           03 est-pbn                  pic x(01).
               88 cambio-pendiente     value "P".
               88 cambio-aprobado      value "A".
               88 cambio-rechazado     value "R".
           03 usu-res-pbn              pic x(20).
           03 fec-res-pbn              pic 9(08).
           03 mot-rch-pbn              pic x(60).
           03 filler                   pic x(10).

       fd fuente-est.
       01 reg-fuente-est               pic x(250).

       fd version-backup.
       01 reg-version-backup           pic 9(2)v9(2).

       fd restauracion-backup.
       01 reg-restauracion-backup.
           03 fec-rst-bak              pic 9(8).
           03 hor-rst-bak              pic 9(6).

       fd informe-est.
       01 reg-informe-est              pic x(200).

       fd delimitado-est.
       01 reg-delimitado-est           pic x(400).

      *=================================================================
       Working-Storage section.
      *=================================================================
       copy "A3ECO.EXT".
       copy "FcdError.Cpy".

      *>--- Parámetros del informe (uno por línea, CLAVE=VALOR, "*" ---
      *>--- comenta la línea, mismo convenio que ECOBCHN.PAR): ---------
      *>---   EMPRESA-DESDE=n      primera empresa (defecto 0) ---------
      *>---   EMPRESA-HASTA=n      última empresa (defecto 99999) ------
      *>---   INFORME=fichero      informe por empresa (defecto -------
      *>---                        ESTAEMP.TXT en el entorno) ----------
      *>---   DELIMITADO=fichero   una línea por empresa, separada ----
      *>---                        por ";" (defecto ESTAEMPD.TXT en ----
      *>---                        el entorno) -------------------------
      *>---   AUDITORIA=fichero    auditoría de integridad de ---------
      *>---                        activos (defecto AUDIAAM.TXT) -------
      *>---   LOG-CONVERSION=fichero log de la conversión ------------
      *>---                        desatendida (defecto el LOG= de -----
      *>---                        ECOFXAAM.PAR, o ECOFXAAM.LOG) -------
      *>---   INCIDENCIAS-CONVERSION=fichero incidencias de la -------
      *>---                        conversión (defecto VER791.TXT) -----
       78 FICHERO-PARAMETROS-EST       value "ECOESTEM.PAR".
       78 FICHERO-PARAMETROS-FXAAM     value "ECOFXAAM.PAR".
       78 FICHERO-INFORME-EST          value "ESTAEMP.TXT".
       78 FICHERO-DELIMITADO-EST       value "ESTAEMPD.TXT".
       78 FICHERO-AUDITORIA-EST        value "AUDIAAM.TXT".
       78 FICHERO-LOG-FXAAM            value "ECOFXAAM.LOG".
       78 FICHERO-INC-VERSION          value "VER791.TXT".
       78 FICHERO-REVISION-BANCOS      value "REVIBAN.TXT".
       78 FICHERO-HISTORICO-IMP        value "HISTINC.DAT".
       78 FICHERO-REMESAS-REG          value "REMEREG.DAT".
       78 FICHERO-PENDIENTES-BAN       value "PENDBAN.DAT".

      *>--- Copia de la conversión: subdirectorio y versión de ---------
      *>--- ECOFXAAM (DIRECTORIO-BACKUP-VERSION y NUM-VERSION). --------
       78 DIRECTORIO-BACKUP-CONV       value "V791\".
       78 VERSION-ACTUAL-CONV          value 7,91.

      *>--- Restauraciones de la importación en el histórico ----------
       78 COD-HIN-RESTAURACION         value 010.

      *>--- Puntos de atención de cada situación; los hallazgos que ---
      *>--- se cuentan de uno en uno puntúan como máximo ---------------
      *>--- MAX-CUENTA-PUNTOS veces. ----------------------------------
       78 PUNTOS-CONV-FALLIDA          value 100.
       78 PUNTOS-IMP-ERRONEA           value 80.
       78 PUNTOS-CONV-PENDIENTE        value 30.
       78 PUNTOS-CAMBIO-PRV            value 20.
       78 PUNTOS-REMESA                value 10.
       78 PUNTOS-IMP-AVISOS            value 10.
       78 PUNTOS-HALLAZGO-ACT          value 5.
       78 PUNTOS-DEFECTO-BAN           value 5.
       78 MAX-CUENTA-PUNTOS            value 10.

       01 path-parametros-est  pic x(256).
       01 path-hist-inc        pic x(256).
       01 path-remesas-reg     pic x(256).
       01 path-pendientes-ban  pic x(256).
       01 path-fuente-est      pic x(256).
       01 path-backup-ver      pic x(256).
       01 path-backup-rst      pic x(256).
       01 path-informe-est     pic x(256).
       01 path-delimitado-est  pic x(256).
       01 path-auditoria-est   pic x(256).
       01 path-log-fxaam       pic x(256).
       01 path-inc-version     pic x(256).
       77 fcd-error-par        pic xx.
       77 fcd-error-hin        pic xx.
       77 fcd-error-rrg        pic xx.
       77 fcd-error-pbn        pic xx.
       77 fcd-error-fte        pic xx.
       77 fcd-error-bak        pic xx.
       77 fcd-error-inf        pic xx.
       77 fcd-error-del        pic xx.

       01                      pic 9.
           88 fin-lectura-par  value 1 false 0.
       01                      pic 9.
           88 fin-lectura-est  value 1 false 0.
       01                      pic 9.
           88 fin-tecodir-est  value 1 false 0.
       01                      pic 9.
           88 tecodir-erroneo  value 1 false 0.
       01                      pic 9.
           88 tabla-emp-llena  value 1 false 0.
       01                      pic 9.
           88 informe-abierto  value 1 false 0.
       01                      pic 9.
           88 delimitado-abierto value 1 false 0.
       01                      pic 9.
           88 empresa-hallada  value 1 false 0.

       01 clave-parametro      pic x(30).
       01 valor-parametro      pic x(226).
       01 rango-desde-est      pic 9(5).
       01 rango-hasta-est      pic 9(5).

      *>--- Fuentes leídas: "S" leída, "N" no disponible -------------
       01 fuentes-est.
           03 fte-historico    pic x.
           03 fte-log-conv     pic x.
           03 fte-inc-conv     pic x.
           03 fte-auditoria    pic x.
           03 fte-revision     pic x.
           03 fte-remesas      pic x.
           03 fte-pendientes   pic x.

      *>--- Estado de cada empresa del rango, en orden de TECODIR -----
       78 Max-Empresas-Est             value 2000.
       01 Tabla-Empresas-Est.
           03 emp-est-item     occurs Max-Empresas-Est.
               05 cod-emp-est          pic 9(5).
               05 nom-emp-est          pic x(40).
               05 ver-emp-est          pic 99v99.
               05 fec-imp-est          pic 9(8).
               05 hor-imp-est          pic 9(6).
               05 zip-imp-est          pic x(12).
               05 err-imp-est          pic 9(5) comp-5.
               05 avi-imp-est          pic 9(5) comp-5.
               05 fec-rst-imp-est      pic 9(8).
               05 est-conv-est         pic x.
                   88 conv-hecha-est       value "C".
                   88 conv-pendiente-est   value "P".
                   88 conv-restaurada-est  value "R".
                   88 conv-fallida-est     value "F".
               05 fec-bak-conv-est     pic 9(8).
               05 ver-bak-conv-est     pic 99v99.
               05 fec-rst-conv-est     pic 9(8).
               05 mar-rst-conv-est     pic x.
                   88 copia-restaurada-est value "S".
               05 inc-conv-est         pic 9(5) comp-5.
               05 hal-act-est          pic 9(5) comp-5.
               05 def-ban-est          pic 9(5) comp-5.
               05 rem-gen-est          pic 9(5) comp-5.
               05 rem-env-est          pic 9(5) comp-5.
               05 imp-rem-est          pic s9(13)v99.
               05 fec-rem-est          pic 9(8).
               05 prv-pend-est         pic 9(5) comp-5.
               05 fec-prv-est          pic 9(8).
               05 puntos-est           pic 9(5) comp-5.
               05 puesto-est           pic 9(5) comp-5.
       77 num-empresas-est     pic 9(5) comp-5.
       77 idx-est              pic 9(5) comp-5.
       77 emp-busq-est         pic 9(5).
       77 inf-busq-est         pic 9(5) comp-5.
       77 sup-busq-est         pic 9(5) comp-5.
       77 med-busq-est         pic 9(5) comp-5.
       77 idx-hallado-est      pic 9(5) comp-5.

      *>--- Empresas que piden atención, de más a menos puntos --------
       01 Tabla-Ranking-Est.
           03 idx-ranking-est  pic 9(5) comp-5
                               occurs Max-Empresas-Est.
       77 num-ranking-est      pic 9(5) comp-5.
       77 pos-ranking-est      pic 9(5) comp-5.
       77 idx-ranking-aux      pic 9(5) comp-5.

      *>--- Cálculo de los puntos de una empresa ----------------------
       77 cuenta-puntos-est    pic 9(5) comp-5.

      *>--- Lectura de los informes de texto -------------------------
       77 emp-texto-est        pic 9(5) comp-5.
       77 cnt-restaurada-est   pic 9(3) comp-5.

      *>--- Búsqueda de la copia V791\ de la empresa con X"91" --------
       01 RESULT.
           03 F-ERROR          PIC X COMP-X.
           03 FHANDLE          PIC XX COMP-X.
           03 F-ATTROUT        PIC X COMP-X.
           03 F-TIME           PIC XX COMP-X.
           03 F-DATE           PIC XX COMP-X.
           03 F-SIZE           PIC X(4) COMP-X.
           03 F-FILEOUT        PIC X(66).
       01 FUNCTION-CODE        PIC X COMP-X.
       01 PARAMETER.
           03 F-ACTION         PIC X COMP-X.
           03 F-ATTRIN         PIC X COMP-X.
           03 F-FILEIN         PIC X(66).
       77 fec-dos-est          pic 9(5) comp-5.
       77 resto-dos-est        pic 9(5) comp-5.
       77 ano-dos-est          pic 9(4) comp-5.
       01 fecha-dos-est        pic 9(8).
       01 filler redefines fecha-dos-est.
           03 ano-fdos-est     pic 9(4).
           03 mes-fdos-est     pic 99.
           03 dia-fdos-est     pic 99.

      *>--- Fechas y edición ------------------------------------------
       01 fecha-hoy-est        pic 9(8).
       01 hora-hoy-est         pic 9(8).
       01 fecha-fmt-est        pic 9(8).
       01 filler redefines fecha-fmt-est.
           03 ano-fmt-est      pic 9(4).
           03 mes-fmt-est      pic 99.
           03 dia-fmt-est      pic 99.
       01 fecha-txt-est        pic x(10).
       01 hora-fmt-est         pic 9(6).
       01 hora-txt-est         pic x(5).
       01 num-ed-est           pic zzzz9.
       01 num-ed2-est          pic zzzz9.
       01 num-ed3-est          pic zzzz9.
       01 ver-ed-est           pic z9,99.
       01 ver-ed2-est          pic z9,99.
       01 imp-ed-est           pic -(12)9,99.
       01 codigo-empresa-est   pic 9(5).
       01 texto-est            pic x(200).
       01 estado-conv-txt      pic x(24).
       01 resultado-imp-txt    pic x(15).
       01 motivos-est          pic x(120).
       77 ptr-motivos-est      pic 9(3) comp-5.
       77 ptr-delimitado-est   pic 9(3) comp-5.

      *>--- Totales del resumen ---------------------------------------
       01 totales-est.
           03 tot-emp-est      pic 9(5) comp-5.
           03 tot-aten-est     pic 9(5) comp-5.
           03 tot-conv-fal-est pic 9(5) comp-5.
           03 tot-conv-pen-est pic 9(5) comp-5.
           03 tot-imp-err-est  pic 9(5) comp-5.
           03 tot-hal-act-est  pic 9(5) comp-5.
           03 tot-def-ban-est  pic 9(5) comp-5.
           03 tot-rem-est      pic 9(5) comp-5.
           03 tot-prv-est      pic 9(5) comp-5.

      *=================================================================
       procedure division.

      *=================================================================
       Inicio.
           perform Operaciones-Iniciales
           perform Tratamiento
           perform Operaciones-Finales
       .

      *=================================================================
       Operaciones-Iniciales.
      *=================================================================
           set tecodir-erroneo to false
           set tabla-emp-llena to false
           set informe-abierto to false
           set delimitado-abierto to false
           move 0 to num-empresas-est
                     num-ranking-est
           initialize totales-est
           move all "N" to fuentes-est

           accept fecha-hoy-est from date yyyymmdd
           accept hora-hoy-est from time

           move 0 to rango-desde-est
           move 99999 to rango-hasta-est
           move spaces to path-informe-est
                          path-delimitado-est
                          path-auditoria-est
                          path-log-fxaam
                          path-inc-version

           *> El log de la conversión está donde lo deja ECOFXAAM: el
           *> LOG= de su propio fichero de parámetros, si lo hay.
           move FICHERO-PARAMETROS-FXAAM to path-parametros-est
           perform Leer-Parametros-Est
           move spaces to path-informe-est
                          path-delimitado-est
                          path-auditoria-est
                          path-inc-version
           move 0 to rango-desde-est
           move 99999 to rango-hasta-est

           move FICHERO-PARAMETROS-EST to path-parametros-est
           perform Leer-Parametros-Est

           if path-informe-est = spaces
               string eco-camino-acceso-entorno delimited spaces
                      FICHERO-INFORME-EST delimited size
                      into path-informe-est
               end-string
           end-if
           if path-delimitado-est = spaces
               string eco-camino-acceso-entorno delimited spaces
                      FICHERO-DELIMITADO-EST delimited size
                      into path-delimitado-est
               end-string
           end-if
           if path-auditoria-est = spaces
               move FICHERO-AUDITORIA-EST to path-auditoria-est
           end-if
           if path-log-fxaam = spaces
               move FICHERO-LOG-FXAAM to path-log-fxaam
           end-if
           if path-inc-version = spaces
               move FICHERO-INC-VERSION to path-inc-version
           end-if
       .

      *=================================================================
       Tratamiento.
      *=================================================================
           perform Cargar-Empresas-Est

           if num-empresas-est > 0
               perform Leer-Historico-Est
               perform Leer-Log-Conversion
               perform Leer-Incidencias-Conversion
               perform Leer-Auditoria-Activos
               perform Leer-Revision-Bancos
               perform Leer-Remesas-Est
               perform Leer-Pendientes-Est

               perform varying idx-est from 1 by 1
                       until idx-est > num-empresas-est
                   perform Evaluar-Empresa-Est
               end-perform
           end-if

           perform Abrir-Informes-Est
           if informe-abierto
               perform Cabecera-Informe-Est
               perform varying idx-est from 1 by 1
                       until idx-est > num-empresas-est
                   perform Bloque-Empresa-Est
                   if delimitado-abierto
                       perform Linea-Delimitada-Est
                   end-if
               end-perform
               perform Resumen-Atencion-Est
           end-if
           perform Cerrar-Informes-Est
       .

      *=================================================================
       Operaciones-Finales.
      *=================================================================
           *> Sin informe, o sin poder recorrer TECODIR, el resultado
           *> es erróneo para quien lo lance desde un planificador.
           if not informe-abierto or tecodir-erroneo
               move 8 to return-code
           else
               move 0 to return-code
           end-if

           goback
       .

      *===============================================================
      * Lectura de un fichero de parámetros (ECOFXAAM.PAR o el del
      * propio informe, path-parametros-est). De ECOFXAAM.PAR sólo
      * interesa su LOG=; las demás claves no existen allí.
      *===============================================================
       Leer-Parametros-Est.
           open input parametros-est
           if fcd-error-par = "00"
               set fin-lectura-par to false
               perform Leer-Linea-Parametros until fin-lectura-par
               close parametros-est
           end-if
       .

       Leer-Linea-Parametros.
           read parametros-est next record
               at end
                   set fin-lectura-par to true
               not at end
                   perform Tratar-Linea-Parametros
           end-read
       .

       Tratar-Linea-Parametros.
           if reg-parametros-est not= spaces and
              reg-parametros-est(1:1) not= "*"
               initialize clave-parametro valor-parametro
               unstring reg-parametros-est
                   delimited by "="
                   into clave-parametro, valor-parametro
               end-unstring
               evaluate clave-parametro
               when "EMPRESA-DESDE"
                   if valor-parametro(1:5) is numeric
                       move valor-parametro(1:5) to rango-desde-est
                   end-if
               when "EMPRESA-HASTA"
                   if valor-parametro(1:5) is numeric
                       move valor-parametro(1:5) to rango-hasta-est
                   end-if
               when "INFORME"
                   move valor-parametro to path-informe-est
               when "DELIMITADO"
                   move valor-parametro to path-delimitado-est
               when "AUDITORIA"
                   *> En ECOFXAAM.PAR, AUDITORIA=S es otra cosa (el
                   *> listado de auditoría del plan): no es un fichero
                   if path-parametros-est not=
                      FICHERO-PARAMETROS-FXAAM
                       move valor-parametro to path-auditoria-est
                   end-if
               when "LOG"
                   if path-parametros-est =
                      FICHERO-PARAMETROS-FXAAM
                       move valor-parametro to path-log-fxaam
                   end-if
               when "LOG-CONVERSION"
                   move valor-parametro to path-log-fxaam
               when "INCIDENCIAS-CONVERSION"
                   move valor-parametro to path-inc-version
               end-evaluate
           end-if
       .

      *===============================================================
      * Empresas del rango, en el orden de TECODIR. Con cada una se
      * busca en el momento su copia de la conversión, que está en
      * su propio directorio de datos.
      *===============================================================
       Cargar-Empresas-Est.
           initialize reg-tecodir
           move rango-desde-est to cod-emp-dir
           move 1 to clave-dir
           call "st-dir" using reg-tecodir
                               ">="
                               clave-dir
                               fcd-error
           evaluate fcd-error
           when "00"
               set fin-tecodir-est to false
               perform Leer-Empresa-Est until fin-tecodir-est
           when "23"
               continue
           when other
               set tecodir-erroneo to true
           end-evaluate
       .

       Leer-Empresa-Est.
           call "rn-dir" using reg-tecodir
                               "N"
                               fcd-error
           evaluate true
           when error-1 = "0" or fcd-error = "9D"
               if cod-emp-dir > rango-hasta-est
                   set fin-tecodir-est to true
               else
                   if num-empresas-est < Max-Empresas-Est
                       add 1 to num-empresas-est
                       perform Datos-Empresa-Est
                   else
                       set tabla-emp-llena to true
                       set fin-tecodir-est to true
                   end-if
               end-if
           when fcd-error = "10"
               set fin-tecodir-est to true
           when other
               set tecodir-erroneo to true
               set fin-tecodir-est to true
           end-evaluate
       .

       Datos-Empresa-Est.
           initialize emp-est-item(num-empresas-est)
           move cod-emp-dir to cod-emp-est(num-empresas-est)
           move nom-emp-dir to nom-emp-est(num-empresas-est)
           move num-ver-dir to ver-emp-est(num-empresas-est)
           move "N" to est-conv-est(num-empresas-est)
           perform Buscar-Copia-Conversion
       .

      *> La copia V791\ la deja ECOFXAAM al empezar a convertir la
      *> empresa, con la marca de versión que tenía (nnnnnVER.DAT);
      *> su fecha es la de la última conversión intentada. Al
      *> restaurarla, en pantalla o en batch, ECOFXAAM deja al lado
      *> nnnnnRST.DAT con la fecha, y lo borra al hacer una copia
      *> nueva: si está, la copia actual ya se ha devuelto.
       Buscar-Copia-Conversion.
           move cod-emp-dir to codigo-empresa-est
           initialize path-backup-ver
           string cam-acc-dir delimited spaces
                  DIRECTORIO-BACKUP-CONV delimited size
                  codigo-empresa-est "VER.DAT" delimited size
                  into path-backup-ver
           end-string

           initialize f-filein
           move path-backup-ver to f-filein

           INITIALIZE RESULT
           MOVE 69 TO FUNCTION-CODE
           MOVE 32 TO F-ATTRIN
           MOVE 0 TO F-ERROR
           MOVE 0 TO F-ACTION
           move spaces to f-fileout
           CALL X"91" USING RESULT,
                            FUNCTION-CODE,
                            PARAMETER
           if F-ERROR = 0
               perform Convertir-Fecha-Dos-Est
               move fecha-dos-est
                 to fec-bak-conv-est(num-empresas-est)
           end-if
           MOVE 2 TO F-ACTION
           CALL X"91" USING RESULT,
                            FUNCTION-CODE,
                            PARAMETER

           if fec-bak-conv-est(num-empresas-est) not= 0
               open input version-backup
               if fcd-error-bak = "00"
                   read version-backup next record
                       at end
                           continue
                       not at end
                           move reg-version-backup
                             to ver-bak-conv-est(num-empresas-est)
                   end-read
                   close version-backup
               end-if

               initialize path-backup-rst
               string cam-acc-dir delimited spaces
                      DIRECTORIO-BACKUP-CONV delimited size
                      codigo-empresa-est "RST.DAT" delimited size
                      into path-backup-rst
               end-string
               open input restauracion-backup
               if fcd-error-bak = "00"
                   read restauracion-backup next record
                       at end
                           continue
                       not at end
                           move "S"
                             to mar-rst-conv-est(num-empresas-est)
                           if fec-rst-bak is numeric
                               move fec-rst-bak
                                 to fec-rst-conv-est(num-empresas-est)
                           end-if
                   end-read
                   close restauracion-backup
               end-if
           end-if
       .

      *> Fecha del sistema de ficheros (día, mes y año desde 1980
      *> empaquetados en F-DATE) a aaaammdd en fecha-dos-est.
       Convertir-Fecha-Dos-Est.
           move F-DATE to fec-dos-est
           divide fec-dos-est by 512 giving ano-dos-est
                                    remainder resto-dos-est
           compute ano-fdos-est = ano-dos-est + 1980
           divide resto-dos-est by 32 giving mes-fdos-est
                                      remainder dia-fdos-est
       .

      *> Búsqueda binaria de emp-busq-est en la tabla de empresas; deja
      *> idx-hallado-est a cero si la empresa no es del rango.
       Buscar-Empresa-Est.
           set empresa-hallada to false
           move 0 to idx-hallado-est
           move 1 to inf-busq-est
           move num-empresas-est to sup-busq-est
           perform until empresa-hallada
                      or inf-busq-est > sup-busq-est
               compute med-busq-est = (inf-busq-est + sup-busq-est) / 2
               evaluate true
               when cod-emp-est(med-busq-est) = emp-busq-est
                   move med-busq-est to idx-hallado-est
                   set empresa-hallada to true
               when cod-emp-est(med-busq-est) < emp-busq-est
                   compute inf-busq-est = med-busq-est + 1
               when med-busq-est = 1
                   move 0 to sup-busq-est
               when other
                   compute sup-busq-est = med-busq-est - 1
               end-evaluate
           end-perform
       .

      *===============================================================
      * Última importación de cada empresa (HISTINC.DAT de ECOMIMPT).
      * El histórico va por fecha y hora de la pasada, así que la
      * última pasada leída de la empresa es la que vale; de ella se
      * cuentan los errores y avisos. Las restauraciones de la copia
      * de importación (código 010) no son importaciones: sólo se
      * anota su fecha.
      *===============================================================
       Leer-Historico-Est.
           initialize path-hist-inc
           string eco-camino-acceso-entorno delimited spaces
                  FICHERO-HISTORICO-IMP delimited size
                  into path-hist-inc
           end-string

           open input hist-inc
           if fcd-error-hin = "00"
               move "S" to fte-historico
               set fin-lectura-est to false
               perform Leer-Linea-Historico until fin-lectura-est
               close hist-inc
           end-if
       .

       Leer-Linea-Historico.
           read hist-inc next record
               at end
                   set fin-lectura-est to true
               not at end
                   move emp-hin to emp-busq-est
                   perform Buscar-Empresa-Est
                   if empresa-hallada
                       perform Anotar-Historico-Est
                   end-if
           end-read
       .

      *> Las restauraciones fallidas o rehusadas (010 con severidad
      *> "E") no cuentan como restauración ni como importación.
       Anotar-Historico-Est.
           if cod-hin = COD-HIN-RESTAURACION
               if sev-hin = "I"
                   move fec-run-hin to fec-rst-imp-est(idx-hallado-est)
               end-if
           else
               if fec-run-hin not= fec-imp-est(idx-hallado-est) or
                  hor-run-hin not= hor-imp-est(idx-hallado-est)
                   move fec-run-hin to fec-imp-est(idx-hallado-est)
                   move hor-run-hin to hor-imp-est(idx-hallado-est)
                   move zip-hin to zip-imp-est(idx-hallado-est)
                   move 0 to err-imp-est(idx-hallado-est)
                             avi-imp-est(idx-hallado-est)
               end-if
               evaluate sev-hin
               when "E"
                   add 1 to err-imp-est(idx-hallado-est)
               when "A"
                   add 1 to avi-imp-est(idx-hallado-est)
               end-evaluate
           end-if
       .

      *===============================================================
      * Restauraciones de la conversión: ECOFXAAM deja en su log la
      * línea "Empresa nnnnn restaurada a su estado previo a la
      * conversión." (fecha y hora delante); vale la última.
      *===============================================================
       Leer-Log-Conversion.
           move path-log-fxaam to path-fuente-est
           open input fuente-est
           if fcd-error-fte = "00"
               move "S" to fte-log-conv
               set fin-lectura-est to false
               perform Leer-Linea-Log-Conversion until fin-lectura-est
               close fuente-est
           end-if
       .

       Leer-Linea-Log-Conversion.
           read fuente-est next record
               at end
                   set fin-lectura-est to true
               not at end
                   if reg-fuente-est(1:8) is numeric and
                      reg-fuente-est(17:8) = "Empresa " and
                      reg-fuente-est(25:5) is numeric
                       move 0 to cnt-restaurada-est
                       inspect reg-fuente-est(30:)
                           tallying cnt-restaurada-est
                           for all " restaurada "
                       if cnt-restaurada-est > 0
                           move reg-fuente-est(25:5) to emp-busq-est
                           perform Buscar-Empresa-Est
                           if empresa-hallada and
                              reg-fuente-est(1:8) >
                              fec-rst-conv-est(idx-hallado-est)
                               move reg-fuente-est(1:8)
                                 to fec-rst-conv-est(idx-hallado-est)
                           end-if
                       end-if
                   end-if
           end-read
       .

      *===============================================================
      * Incidencias de la última conversión (VER791.TXT): cada línea
      * lleva delante el código de la empresa a la que se refiere.
      *===============================================================
       Leer-Incidencias-Conversion.
           move path-inc-version to path-fuente-est
           open input fuente-est
           if fcd-error-fte = "00"
               move "S" to fte-inc-conv
               set fin-lectura-est to false
               perform Leer-Linea-Inc-Conversion until fin-lectura-est
               close fuente-est
           end-if
       .

       Leer-Linea-Inc-Conversion.
           read fuente-est next record
               at end
                   set fin-lectura-est to true
               not at end
                   if reg-fuente-est(1:5) is numeric and
                      reg-fuente-est(6:1) = space
                       move reg-fuente-est(1:5) to emp-busq-est
                       perform Buscar-Empresa-Est
                       if empresa-hallada
                           add 1 to inc-conv-est(idx-hallado-est)
                       end-if
                   end-if
           end-read
       .

      *===============================================================
      * AUDIAAM.TXT (ECOFXAAM, Funcion "I") y REVIBAN.TXT (ECO9BAN,
      * Funcion "XV") tienen la misma forma: un bloque por empresa
      * con defectos, que empieza por "Empresa nnnnn - nombre" y
      * acaba en una línea en blanco. Cada línea del bloque es un
      * hallazgo.
      *===============================================================
       Leer-Auditoria-Activos.
           move path-auditoria-est to path-fuente-est
           open input fuente-est
           if fcd-error-fte = "00"
               move "S" to fte-auditoria
               move 0 to emp-texto-est
               set fin-lectura-est to false
               perform Leer-Linea-Auditoria until fin-lectura-est
               close fuente-est
           end-if
       .

       Leer-Linea-Auditoria.
           read fuente-est next record
               at end
                   set fin-lectura-est to true
               not at end
                   perform Empresa-Bloque-Texto
                   if emp-texto-est not= 0 and
                      reg-fuente-est(1:8) not= "Empresa "
                       add 1 to hal-act-est(emp-texto-est)
                   end-if
           end-read
       .

       Leer-Revision-Bancos.
           initialize path-fuente-est
           string eco-camino-acceso-entorno delimited spaces
                  FICHERO-REVISION-BANCOS delimited size
                  into path-fuente-est
           end-string
           open input fuente-est
           if fcd-error-fte = "00"
               move "S" to fte-revision
               move 0 to emp-texto-est
               set fin-lectura-est to false
               perform Leer-Linea-Revision until fin-lectura-est
               close fuente-est
           end-if
       .

       Leer-Linea-Revision.
           read fuente-est next record
               at end
                   set fin-lectura-est to true
               not at end
                   perform Empresa-Bloque-Texto
                   if emp-texto-est not= 0 and
                      reg-fuente-est(1:8) not= "Empresa "
                       add 1 to def-ban-est(emp-texto-est)
                   end-if
           end-read
       .

      *> Empresa del bloque en curso (emp-texto-est, cero fuera de un
      *> bloque o si la empresa no es del rango).
       Empresa-Bloque-Texto.
           evaluate true
           when reg-fuente-est = spaces
               move 0 to emp-texto-est
           when reg-fuente-est(1:8) = "Empresa " and
                reg-fuente-est(9:5) is numeric
               move reg-fuente-est(9:5) to emp-busq-est
               perform Buscar-Empresa-Est
               move idx-hallado-est to emp-texto-est
           end-evaluate
       .

      *===============================================================
      * Remesas generadas o enviadas y aún sin confirmar (REMEREG.DAT
      * de ECO9BAN), con su importe y la fecha de la más antigua.
      *===============================================================
       Leer-Remesas-Est.
           initialize path-remesas-reg
           string eco-camino-acceso-entorno delimited spaces
                  FICHERO-REMESAS-REG delimited size
                  into path-remesas-reg
           end-string

           open input remesas-reg
           if fcd-error-rrg = "00"
               move "S" to fte-remesas
               set fin-lectura-est to false
               perform Leer-Linea-Remesas until fin-lectura-est
               close remesas-reg
           end-if
       .

       Leer-Linea-Remesas.
           read remesas-reg next record
               at end
                   set fin-lectura-est to true
               not at end
                   if remesa-generada or remesa-enviada
                       move emp-rrg to emp-busq-est
                       perform Buscar-Empresa-Est
                       if empresa-hallada
                           perform Anotar-Remesa-Est
                       end-if
                   end-if
           end-read
       .

       Anotar-Remesa-Est.
           if remesa-generada
               add 1 to rem-gen-est(idx-hallado-est)
           else
               add 1 to rem-env-est(idx-hallado-est)
           end-if
           add imp-rrg to imp-rem-est(idx-hallado-est)
           if fec-rem-est(idx-hallado-est) = 0 or
              fec-rrg < fec-rem-est(idx-hallado-est)
               move fec-rrg to fec-rem-est(idx-hallado-est)
           end-if
       .

      *===============================================================
      * Cambios de cuentas de proveedor pendientes del visto bueno de
      * un segundo usuario (PENDBAN.DAT de ECO9BAN).
      *===============================================================
       Leer-Pendientes-Est.
           initialize path-pendientes-ban
           string eco-camino-acceso-entorno delimited spaces
                  FICHERO-PENDIENTES-BAN delimited size
                  into path-pendientes-ban
           end-string

           open input pendientes-ban
           if fcd-error-pbn = "00"
               move "S" to fte-pendientes
               set fin-lectura-est to false
               perform Leer-Linea-Pendientes until fin-lectura-est
               close pendientes-ban
           end-if
       .

       Leer-Linea-Pendientes.
           read pendientes-ban next record
               at end
                   set fin-lectura-est to true
               not at end
                   if cambio-pendiente
                       move emp-pbn to emp-busq-est
                       perform Buscar-Empresa-Est
                       if empresa-hallada
                           add 1 to prv-pend-est(idx-hallado-est)
                           if fec-prv-est(idx-hallado-est) = 0 or
                              fec-pbn < fec-prv-est(idx-hallado-est)
                               move fec-pbn
                                 to fec-prv-est(idx-hallado-est)
                           end-if
                       end-if
                   end-if
           end-read
       .

      *===============================================================
      * Estado de la conversión y puntos de atención de la empresa
      * idx-est, y su lugar en la tabla de las que piden atención.
      *   C convertida: la marca de versión ya es la actual.
      *   P pendiente: versión anterior y sin copia, no se ha
      *     intentado.
      *   R restaurada: se restauró la copia después de intentarla
      *     (marca nnnnnRST.DAT o, si la restauración es anterior a
      *     la marca, la línea del log); la conversión se puede
      *     repetir.
      *   F fallida: hay copia pero la versión no subió y no se ha
      *     restaurado; la conversión no acabó y la empresa está a
      *     medias, pendiente de restaurar.
      *===============================================================
       Evaluar-Empresa-Est.
           evaluate true
           when ver-emp-est(idx-est) >= VERSION-ACTUAL-CONV
               move "C" to est-conv-est(idx-est)
           when fec-bak-conv-est(idx-est) = 0
               move "P" to est-conv-est(idx-est)
           when copia-restaurada-est(idx-est)
           when fec-rst-conv-est(idx-est) >= fec-bak-conv-est(idx-est)
               move "R" to est-conv-est(idx-est)
           when other
               move "F" to est-conv-est(idx-est)
           end-evaluate

           move 0 to puntos-est(idx-est)
           evaluate true
           when conv-fallida-est(idx-est)
               add PUNTOS-CONV-FALLIDA to puntos-est(idx-est)
               add 1 to tot-conv-fal-est
           when conv-pendiente-est(idx-est)
           when conv-restaurada-est(idx-est)
               add PUNTOS-CONV-PENDIENTE to puntos-est(idx-est)
               add 1 to tot-conv-pen-est
           end-evaluate

           if err-imp-est(idx-est) > 0
               add PUNTOS-IMP-ERRONEA to puntos-est(idx-est)
               add 1 to tot-imp-err-est
           else
               if avi-imp-est(idx-est) > 0
                   add PUNTOS-IMP-AVISOS to puntos-est(idx-est)
               end-if
           end-if

           move hal-act-est(idx-est) to cuenta-puntos-est
           perform Limitar-Cuenta-Puntos
           compute puntos-est(idx-est) = puntos-est(idx-est)
                   + cuenta-puntos-est * PUNTOS-HALLAZGO-ACT
           if hal-act-est(idx-est) > 0
               add 1 to tot-hal-act-est
           end-if

           move def-ban-est(idx-est) to cuenta-puntos-est
           perform Limitar-Cuenta-Puntos
           compute puntos-est(idx-est) = puntos-est(idx-est)
                   + cuenta-puntos-est * PUNTOS-DEFECTO-BAN
           if def-ban-est(idx-est) > 0
               add 1 to tot-def-ban-est
           end-if

           compute cuenta-puntos-est = rem-gen-est(idx-est)
                                     + rem-env-est(idx-est)
           perform Limitar-Cuenta-Puntos
           compute puntos-est(idx-est) = puntos-est(idx-est)
                   + cuenta-puntos-est * PUNTOS-REMESA
           if cuenta-puntos-est > 0
               add 1 to tot-rem-est
           end-if

           move prv-pend-est(idx-est) to cuenta-puntos-est
           perform Limitar-Cuenta-Puntos
           compute puntos-est(idx-est) = puntos-est(idx-est)
                   + cuenta-puntos-est * PUNTOS-CAMBIO-PRV
           if prv-pend-est(idx-est) > 0
               add 1 to tot-prv-est
           end-if

           add 1 to tot-emp-est
           if puntos-est(idx-est) > 0
               add 1 to tot-aten-est
               perform Insertar-Ranking-Est
           end-if
       .

       Limitar-Cuenta-Puntos.
           if cuenta-puntos-est > MAX-CUENTA-PUNTOS
               move MAX-CUENTA-PUNTOS to cuenta-puntos-est
           end-if
       .

      *> Inserción ordenada de idx-est en la tabla de las empresas que
      *> piden atención: más puntos delante y, a igualdad, el orden de
      *> TECODIR (el de llegada).
       Insertar-Ranking-Est.
           add 1 to num-ranking-est
           move num-ranking-est to pos-ranking-est
           perform until pos-ranking-est = 1
               compute idx-ranking-aux = pos-ranking-est - 1
               if puntos-est(idx-ranking-est(idx-ranking-aux)) >=
                  puntos-est(idx-est)
                   exit perform
               end-if
               move idx-ranking-est(idx-ranking-aux)
                 to idx-ranking-est(pos-ranking-est)
               move idx-ranking-aux to pos-ranking-est
           end-perform
           move idx-est to idx-ranking-est(pos-ranking-est)
       .

      *===============================================================
      * Informe por empresa y fichero delimitado.
      *===============================================================
       Abrir-Informes-Est.
           open output informe-est
           if fcd-error-inf = "00"
               set informe-abierto to true
           end-if

           open output delimitado-est
           if fcd-error-del = "00"
               set delimitado-abierto to true
               move spaces to reg-delimitado-est
               string "COD-EMP;NOM-EMP;VERSION;FEC-ULT-IMP;"
                      "HOR-ULT-IMP;ZIP-ULT-IMP;RES-ULT-IMP;"
                      "ERR-ULT-IMP;AVI-ULT-IMP;EST-CONV;"
                      "FEC-COPIA-CONV;FEC-REST-CONV;INC-CONV;"
                      "HALLAZGOS-ACT;DEFECTOS-BAN;REM-GENERADAS;"
                      "REM-ENVIADAS;IMP-REM-PEND;FEC-REM-PEND;"
                      "CAMBIOS-PRV;FEC-CAMBIOS-PRV;PUNTOS;PUESTO"
                      delimited size
                      into reg-delimitado-est
               end-string
               write reg-delimitado-est
           end-if
       .

       Cerrar-Informes-Est.
           if informe-abierto
               close informe-est
           end-if
           if delimitado-abierto
               close delimitado-est
               set delimitado-abierto to false
           end-if
       .

       Cabecera-Informe-Est.
           move fecha-hoy-est to fecha-fmt-est
           perform Formatear-Fecha-Est
           move hora-hoy-est(1:6) to hora-fmt-est
           perform Formatear-Hora-Est
           move rango-desde-est to num-ed-est
           move rango-hasta-est to num-ed2-est
           initialize texto-est
           string "Estado operativo de las empresas " num-ed-est
                  " a " num-ed2-est "  (" fecha-txt-est " "
                  hora-txt-est ")"
                  delimited size
                  into texto-est
           end-string
           perform Grabar-Linea-Informe

           if tecodir-erroneo
               move "AVISO: error leyendo TECODIR, informe incompleto."
                 to texto-est
               perform Grabar-Linea-Informe
           end-if
           if tabla-emp-llena
               move Max-Empresas-Est to num-ed-est
               initialize texto-est
               string "AVISO: el rango tiene más de " num-ed-est
                      " empresas; acórtelo para ver las restantes."
                      delimited size
                      into texto-est
               end-string
               perform Grabar-Linea-Informe
           end-if

           move spaces to texto-est
           perform Grabar-Linea-Informe
           move "Fuentes (N = no disponible, sin datos de ese proceso):"
             to texto-est
           perform Grabar-Linea-Informe
           initialize texto-est
           string "  HISTINC.DAT " fte-historico
                  "  ECOFXAAM.LOG " fte-log-conv
                  "  VER791.TXT " fte-inc-conv
                  "  AUDIAAM.TXT " fte-auditoria
                  "  REVIBAN.TXT " fte-revision
                  "  REMEREG.DAT " fte-remesas
                  "  PENDBAN.DAT " fte-pendientes
                  delimited size
                  into texto-est
           end-string
           perform Grabar-Linea-Informe
       .

       Bloque-Empresa-Est.
           move spaces to texto-est
           perform Grabar-Linea-Informe

           initialize texto-est
           string "Empresa " cod-emp-est(idx-est) " - "
                  nom-emp-est(idx-est)
                  delimited size
                  into texto-est
           end-string
           perform Grabar-Linea-Informe

           move ver-emp-est(idx-est) to ver-ed-est
           initialize texto-est
           string "  Versión de los datos.....: " ver-ed-est
                  delimited size
                  into texto-est
           end-string
           perform Grabar-Linea-Informe

           perform Lineas-Importacion-Est
           perform Lineas-Conversion-Est

           initialize texto-est
           if fte-auditoria = "S"
               move hal-act-est(idx-est) to num-ed-est
               string "  Integridad de activos....: " num-ed-est
                      " hallazgos abiertos (AUDIAAM.TXT)"
                      delimited size
                      into texto-est
               end-string
           else
               move "  Integridad de activos....: sin auditoría"
                 to texto-est
           end-if
           perform Grabar-Linea-Informe

           initialize texto-est
           if fte-revision = "S"
               move def-ban-est(idx-est) to num-ed-est
               string "  Datos bancarios..........: " num-ed-est
                      " defectos (REVIBAN.TXT)"
                      delimited size
                      into texto-est
               end-string
           else
               move "  Datos bancarios..........: sin revisión"
                 to texto-est
           end-if
           perform Grabar-Linea-Informe

           perform Lineas-Remesas-Est
           perform Lineas-Proveedores-Est

           move puntos-est(idx-est) to num-ed-est
           initialize texto-est
           if puntos-est(idx-est) = 0
               move "  Atención.................: ninguna"
                 to texto-est
           else
               perform Motivos-Atencion-Est
               string "  Atención.................: " num-ed-est
                      " puntos - " delimited size
                      motivos-est delimited "  "
                      into texto-est
               end-string
           end-if
           perform Grabar-Linea-Informe
       .

       Lineas-Importacion-Est.
           perform Resultado-Importacion-Est
           initialize texto-est
           if fec-imp-est(idx-est) = 0
               move "  Última importación.......: ninguna"
                 to texto-est
           else
               move fec-imp-est(idx-est) to fecha-fmt-est
               perform Formatear-Fecha-Est
               move hor-imp-est(idx-est) to hora-fmt-est
               perform Formatear-Hora-Est
               move err-imp-est(idx-est) to num-ed-est
               move avi-imp-est(idx-est) to num-ed2-est
               string "  Última importación.......: " fecha-txt-est
                      " " hora-txt-est " " zip-imp-est(idx-est)
                      " " resultado-imp-txt
                      " (errores " num-ed-est
                      ", avisos " num-ed2-est ")"
                      delimited size
                      into texto-est
               end-string
           end-if
           perform Grabar-Linea-Informe

           if fec-rst-imp-est(idx-est) not= 0 and
              fec-rst-imp-est(idx-est) >= fec-imp-est(idx-est)
               move fec-rst-imp-est(idx-est) to fecha-fmt-est
               perform Formatear-Fecha-Est
               initialize texto-est
               string "                             copia de "
                      "importación restaurada el " fecha-txt-est
                      delimited size
                      into texto-est
               end-string
               perform Grabar-Linea-Informe
           end-if
       .

       Resultado-Importacion-Est.
           evaluate true
           when fec-imp-est(idx-est) = 0
               move spaces to resultado-imp-txt
           when err-imp-est(idx-est) > 0
               move "CON ERRORES" to resultado-imp-txt
           when avi-imp-est(idx-est) > 0
               move "CON AVISOS" to resultado-imp-txt
           when other
               move "CORRECTA" to resultado-imp-txt
           end-evaluate
       .

       Lineas-Conversion-Est.
           evaluate true
           when conv-hecha-est(idx-est)
               move "CONVERTIDA" to estado-conv-txt
           when conv-pendiente-est(idx-est)
               move "PENDIENTE" to estado-conv-txt
           when conv-restaurada-est(idx-est)
               move "RESTAURADA, A REPETIR" to estado-conv-txt
           when other
               move "RESTAURACION PENDIENTE" to estado-conv-txt
           end-evaluate

           initialize texto-est
           if fec-bak-conv-est(idx-est) = 0
               string "  Conversión...............: " estado-conv-txt
                      delimited "  "
                      " (sin copia V791)" delimited size
                      into texto-est
               end-string
           else
               move fec-bak-conv-est(idx-est) to fecha-fmt-est
               perform Formatear-Fecha-Est
               move ver-bak-conv-est(idx-est) to ver-ed-est
               string "  Conversión...............: " estado-conv-txt
                      delimited "  "
                      " (última el " fecha-txt-est
                      ", desde la versión " ver-ed-est ")"
                      delimited size
                      into texto-est
               end-string
           end-if
           perform Grabar-Linea-Informe

           if fec-rst-conv-est(idx-est) not= 0
               move fec-rst-conv-est(idx-est) to fecha-fmt-est
               perform Formatear-Fecha-Est
               initialize texto-est
               string "                             restaurada a la "
                      "versión anterior el " fecha-txt-est
                      delimited size
                      into texto-est
               end-string
               perform Grabar-Linea-Informe
           end-if

           if inc-conv-est(idx-est) > 0
               move inc-conv-est(idx-est) to num-ed-est
               initialize texto-est
               string "                             " num-ed-est
                      " incidencias en VER791.TXT"
                      delimited size
                      into texto-est
               end-string
               perform Grabar-Linea-Informe
           end-if
       .

       Lineas-Remesas-Est.
           initialize texto-est
           evaluate true
           when fte-remesas not= "S"
               move "  Remesas sin confirmar....: sin registro"
                 to texto-est
           when rem-gen-est(idx-est) = 0 and rem-env-est(idx-est) = 0
               move "  Remesas sin confirmar....: ninguna"
                 to texto-est
           when other
               move rem-gen-est(idx-est) to num-ed-est
               move rem-env-est(idx-est) to num-ed2-est
               move imp-rem-est(idx-est) to imp-ed-est
               move fec-rem-est(idx-est) to fecha-fmt-est
               perform Formatear-Fecha-Est
               string "  Remesas sin confirmar....: " num-ed-est
                      " generadas, " num-ed2-est " enviadas, "
                      "importe " imp-ed-est
                      ", la más antigua del " fecha-txt-est
                      delimited size
                      into texto-est
               end-string
           end-evaluate
           perform Grabar-Linea-Informe
       .

       Lineas-Proveedores-Est.
           initialize texto-est
           evaluate true
           when fte-pendientes not= "S"
               move "  Cambios de proveedor.....: sin registro"
                 to texto-est
           when prv-pend-est(idx-est) = 0
               move "  Cambios de proveedor.....: ninguno pendiente"
                 to texto-est
           when other
               move prv-pend-est(idx-est) to num-ed-est
               move fec-prv-est(idx-est) to fecha-fmt-est
               perform Formatear-Fecha-Est
               string "  Cambios de proveedor.....: " num-ed-est
                      " pendientes de aprobar, el más antiguo del "
                      fecha-txt-est
                      delimited size
                      into texto-est
               end-string
           end-evaluate
           perform Grabar-Linea-Informe
       .

      *> Motivos de atención de la empresa idx-est, separados por
      *> comas, para el bloque y la página de resumen.
       Motivos-Atencion-Est.
           move spaces to motivos-est
           move 1 to ptr-motivos-est
           evaluate true
           when conv-fallida-est(idx-est)
               string "restauración pendiente, " delimited size
                      into motivos-est with pointer ptr-motivos-est
               end-string
           when conv-pendiente-est(idx-est)
           when conv-restaurada-est(idx-est)
               string "sin convertir, " delimited size
                      into motivos-est with pointer ptr-motivos-est
               end-string
           end-evaluate
           if err-imp-est(idx-est) > 0
               string "importación con errores, " delimited size
                      into motivos-est with pointer ptr-motivos-est
               end-string
           else
               if avi-imp-est(idx-est) > 0
                   string "importación con avisos, " delimited size
                          into motivos-est
                          with pointer ptr-motivos-est
                   end-string
               end-if
           end-if
           if prv-pend-est(idx-est) > 0
               string "cambios de proveedor, " delimited size
                      into motivos-est with pointer ptr-motivos-est
               end-string
           end-if
           if rem-gen-est(idx-est) > 0 or rem-env-est(idx-est) > 0
               string "remesas sin confirmar, " delimited size
                      into motivos-est with pointer ptr-motivos-est
               end-string
           end-if
           if hal-act-est(idx-est) > 0
               string "activos, " delimited size
                      into motivos-est with pointer ptr-motivos-est
               end-string
           end-if
           if def-ban-est(idx-est) > 0
               string "datos bancarios, " delimited size
                      into motivos-est with pointer ptr-motivos-est
               end-string
           end-if
           *> Fuera la coma del último motivo
           if ptr-motivos-est > 2
               move spaces to motivos-est(ptr-motivos-est - 2:)
           end-if
       .

      *> Página final: empresas que piden atención, de más a menos
      *> puntos, y totales de la cartera revisada.
       Resumen-Atencion-Est.
           move spaces to texto-est
           perform Grabar-Linea-Informe
           perform Grabar-Linea-Informe
           move "--- Empresas que requieren atención ---" to texto-est
           perform Grabar-Linea-Informe
           move spaces to texto-est
           perform Grabar-Linea-Informe

           if num-ranking-est = 0
               move "Ninguna empresa del rango requiere atención."
                 to texto-est
               perform Grabar-Linea-Informe
           else
               move "Puesto Empresa Puntos Nombre / motivos"
                 to texto-est
               perform Grabar-Linea-Informe
               perform varying pos-ranking-est from 1 by 1
                       until pos-ranking-est > num-ranking-est
                   perform Linea-Ranking-Est
               end-perform
           end-if

           move spaces to texto-est
           perform Grabar-Linea-Informe

           move tot-emp-est to num-ed-est
           initialize texto-est
           string "Empresas revisadas............: " num-ed-est
               delimited size into texto-est
           perform Grabar-Linea-Informe

           move tot-aten-est to num-ed-est
           initialize texto-est
           string "Empresas que requieren atención: " num-ed-est
               delimited size into texto-est
           perform Grabar-Linea-Informe

           move tot-conv-fal-est to num-ed-est
           initialize texto-est
           string "Restauraciones pendientes.....: " num-ed-est
               delimited size into texto-est
           perform Grabar-Linea-Informe

           move tot-conv-pen-est to num-ed-est
           initialize texto-est
           string "Sin convertir.................: " num-ed-est
               delimited size into texto-est
           perform Grabar-Linea-Informe

           move tot-imp-err-est to num-ed-est
           initialize texto-est
           string "Última importación con errores: " num-ed-est
               delimited size into texto-est
           perform Grabar-Linea-Informe

           move tot-hal-act-est to num-ed-est
           initialize texto-est
           string "Con hallazgos en activos......: " num-ed-est
               delimited size into texto-est
           perform Grabar-Linea-Informe

           move tot-def-ban-est to num-ed-est
           initialize texto-est
           string "Con defectos bancarios........: " num-ed-est
               delimited size into texto-est
           perform Grabar-Linea-Informe

           move tot-rem-est to num-ed-est
           initialize texto-est
           string "Con remesas sin confirmar.....: " num-ed-est
               delimited size into texto-est
           perform Grabar-Linea-Informe

           move tot-prv-est to num-ed-est
           initialize texto-est
           string "Con cambios de proveedor......: " num-ed-est
               delimited size into texto-est
           perform Grabar-Linea-Informe
       .

       Linea-Ranking-Est.
           move idx-ranking-est(pos-ranking-est) to idx-est
           move pos-ranking-est to puesto-est(idx-est)
           move pos-ranking-est to num-ed-est
           move puntos-est(idx-est) to num-ed2-est
           initialize texto-est
           string num-ed-est "  " cod-emp-est(idx-est) "   "
                  num-ed2-est "  " nom-emp-est(idx-est)
                  delimited size
                  into texto-est
           end-string
           perform Grabar-Linea-Informe

           perform Motivos-Atencion-Est
           initialize texto-est
           string "                             " delimited size
                  motivos-est delimited "  "
                  into texto-est
           end-string
           perform Grabar-Linea-Informe
       .

      *> Una línea por empresa, con los mismos datos que su bloque.
      *> El puesto sale de la página de resumen, que se escribe
      *> después: aquí se recalcula buscando la empresa en la tabla.
       Linea-Delimitada-Est.
           move 0 to puesto-est(idx-est)
           perform varying pos-ranking-est from 1 by 1
                   until pos-ranking-est > num-ranking-est
                      or puesto-est(idx-est) not= 0
               if idx-ranking-est(pos-ranking-est) = idx-est
                   move pos-ranking-est to puesto-est(idx-est)
               end-if
           end-perform

           perform Resultado-Importacion-Est
           move ver-emp-est(idx-est) to ver-ed-est
           move imp-rem-est(idx-est) to imp-ed-est
           move err-imp-est(idx-est) to num-ed-est
           move avi-imp-est(idx-est) to num-ed2-est
           move inc-conv-est(idx-est) to num-ed3-est

           move spaces to reg-delimitado-est
           move 1 to ptr-delimitado-est
           string cod-emp-est(idx-est)         delimited size
                  ";"                          delimited size
                  nom-emp-est(idx-est)         delimited size
                  ";"                          delimited size
                  ver-ed-est                   delimited size
                  ";"                          delimited size
                  fec-imp-est(idx-est)         delimited size
                  ";"                          delimited size
                  hor-imp-est(idx-est)         delimited size
                  ";"                          delimited size
                  zip-imp-est(idx-est)         delimited size
                  ";"                          delimited size
                  resultado-imp-txt            delimited size
                  ";"                          delimited size
                  num-ed-est                   delimited size
                  ";"                          delimited size
                  num-ed2-est                  delimited size
                  ";"                          delimited size
                  est-conv-est(idx-est)        delimited size
                  ";"                          delimited size
                  fec-bak-conv-est(idx-est)    delimited size
                  ";"                          delimited size
                  fec-rst-conv-est(idx-est)    delimited size
                  ";"                          delimited size
                  num-ed3-est                  delimited size
                  ";"                          delimited size
                  into reg-delimitado-est
                  with pointer ptr-delimitado-est
           end-string
           move hal-act-est(idx-est) to num-ed-est
           move def-ban-est(idx-est) to num-ed2-est
           move rem-gen-est(idx-est) to num-ed3-est
           string num-ed-est                   delimited size
                  ";"                          delimited size
                  num-ed2-est                  delimited size
                  ";"                          delimited size
                  num-ed3-est                  delimited size
                  ";"                          delimited size
                  into reg-delimitado-est
                  with pointer ptr-delimitado-est
           end-string
           move rem-env-est(idx-est) to num-ed-est
           move prv-pend-est(idx-est) to num-ed2-est
           move puntos-est(idx-est) to num-ed3-est
           string num-ed-est                   delimited size
                  ";"                          delimited size
                  imp-ed-est                   delimited size
                  ";"                          delimited size
                  fec-rem-est(idx-est)         delimited size
                  ";"                          delimited size
                  num-ed2-est                  delimited size
                  ";"                          delimited size
                  fec-prv-est(idx-est)         delimited size
                  ";"                          delimited size
                  num-ed3-est                  delimited size
                  ";"                          delimited size
                  into reg-delimitado-est
                  with pointer ptr-delimitado-est
           end-string
           move puesto-est(idx-est) to num-ed-est
           string num-ed-est                   delimited size
                  into reg-delimitado-est
                  with pointer ptr-delimitado-est
           end-string
           write reg-delimitado-est
       .

      *===============================================================
      * Utilidades.
      *===============================================================
       Grabar-Linea-Informe.
           move texto-est to reg-informe-est
           write reg-informe-est
       .

      *> fecha-fmt-est (aaaammdd) a dd/mm/aaaa en fecha-txt-est;
      *> en blanco si no hay fecha.
       Formatear-Fecha-Est.
           move spaces to fecha-txt-est
           if fecha-fmt-est not= 0
               string dia-fmt-est "/" mes-fmt-est "/" ano-fmt-est
                      delimited size
                      into fecha-txt-est
               end-string
           end-if
       .

       Formatear-Hora-Est.
           move spaces to hora-txt-est
           string hora-fmt-est(1:2) ":" hora-fmt-est(3:2)
                  delimited size
                  into hora-txt-est
           end-string
       .

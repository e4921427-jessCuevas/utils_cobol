      *> Descripción : Cadena batch nocturna. Encadena, en el orden
      *>               configurado en ECOBCHN.PAR, la conversión
      *>               desatendida (ECOFXAAM), la cola de importación
      *>               (ECOMIMPT, Funcion-Imp "Q"), la revisión de
      *>               bancos de toda la cartera (ECO9BAN, "XV"),
      *>               la exportación de empresas (ECOMEXPT, "B") y
      *>               la limpieza del buzón de importación
      *>               (ECOMIMPT, "L"), deteniendo la cadena en
      *>               cuanto un paso acaba mal. Deja un único log
      *>               consolidado con una línea por paso (hora
      *>               de inicio y fin, contadores y resultado) y
      *>               devuelve un resultado global en RETURN-CODE
      *>               para que el planificador de Windows pueda
      *>               marcar la noche como fallida.
      *> Autor       : Ramon Vila.
      *>**************************************************************

      *>--- "*" comenta la línea, mismo convenio que ECOFXAAM.PAR): ----
      *>---   PASO=CONVERSION      pasos a ejecutar, en el orden -------
      *>---   PASO=IMPORTACION     en que aparezcan (CONVERSION, -------
      *>---   PASO=BANCOS          IMPORTACION, BANCOS, ----------------
      *>---   PASO=EXPORTACION     EXPORTACION, LIMPIEZA). Sin ---------
      *>---   PASO=LIMPIEZA        ningún PASO se ejecutan CONVERSION --
      *>---                        e IMPORTACION, que son los de cada --
      *>---                        noche; BANCOS se añade las noches ---
      *>---                        en que toque la revisión, -----------
      *>---                        EXPORTACION las de envío de ---------
      *>---                        empresas (ver ECOMEXPT.PAR) y -------
      *>---                        LIMPIEZA, detrás de IMPORTACION, ----
      *>---                        cuando se quiera depurar el buzón ---
      *>---                        (retenciones en IMPORLIM.PAR). ------
      *>---   LOG=fichero          destino del log (opcional) ----------
      *>---   HORA-LIMITE=HHMM     cierre de la ventana del paso -------
      *>---                        IMPORTACION: alcanzada esa hora, ----
       78 PASO-CONVERSION              value "CONVERSION".
       78 PASO-IMPORTACION             value "IMPORTACION".
       78 PASO-BANCOS                  value "BANCOS".
       78 PASO-EXPORTACION             value "EXPORTACION".
       78 PASO-LIMPIEZA                value "LIMPIEZA".
       78 Max-Pasos-Cadena             value 10.

       01 path-parametros-cad  pic x(256).
           03 tot-err-cad      pic 9(3) comp-5.
           03 tot-omi-cad      pic 9(3) comp-5.

      *>--- Llamada a ECOMEXPT (exportación, Funcion-Exp "B"). Las -----
      *>--- empresas, el destino y la contraseña los da ECOMEXPT.PAR. --
       77 funcion-mexpt        pic x.
       01 parametros-mexpt.
           03 num-emp-mexpt    pic 9(3) comp-5.
           03 emp-mexpt-item   occurs 100.
               05 cod-emp-mexpt pic 9(5).
               05 eje-des-mexpt pic 9(4).
               05 eje-has-mexpt pic 9(4).
           03 destino-mexpt    pic x(256).
           03 formato-mexpt    pic x.
           03 num-serie-mexpt  pic 9(12).
           03 cod-lic-mexpt    pic 9(10).
       01 totales-exp-cad.
           03 tot-emp-exp-cad  pic 9(3) comp-5.
           03 tot-zip-exp-cad  pic 9(3) comp-5.
           03 tot-err-exp-cad  pic 9(3) comp-5.

      *>--- Totales devueltos por la limpieza del buzón ---------------
       01 totales-limp-cad.
           03 tot-zips-limp-cad pic 9(5) comp-5.
           03 tot-bak-limp-cad  pic 9(5) comp-5.
           03 tot-conv-limp-cad pic 9(5) comp-5.
           03 tot-tmp-limp-cad  pic 9(5) comp-5.
           03 tot-mb-limp-cad   pic 9(9) comp-5.
       01 num-mb-ed            pic z(8)9.

       77 salida-paso          pic xx.
       77 op-exito-paso        pic x.

               perform Lanzar-Importacion
           when PASO-BANCOS
               perform Lanzar-Bancos
           when PASO-EXPORTACION
               perform Lanzar-Exportacion
           when PASO-LIMPIEZA
               perform Lanzar-Limpieza
           when other
               set paso-disponible to false
               move "paso desconocido en el fichero de parámetros"
           end-if
       .

      *===============================================================
      * Paso EXPORTACION: un zip por empresa de ECOMEXPT.PAR, en el
      * formato que espera la cola de importación del destino
      * (ECOMEXPT, Funcion-Exp "B"). Los totales de la pasada vuelven
      * por el linkage opcional.
      *===============================================================
       Lanzar-Exportacion.
           move "B" to funcion-mexpt
           move "N" to op-exito-paso
           move spaces to salida-paso
           initialize parametros-mexpt
                      totales-exp-cad

           call "ECOMEXPT" using funcion-mexpt,
                                 parametros-mexpt,
                                 salida-paso,
                                 op-exito-paso,
                                 omitted,
                                 totales-exp-cad
               on exception
                   set paso-disponible to false
           end-call
           cancel "ECOMEXPT"

           if paso-disponible
               move tot-emp-exp-cad to num-paso-ed
               move tot-zip-exp-cad to num-paso-ed2
               move tot-err-exp-cad to num-paso-ed3
               initialize contadores-paso
               string "empresas: " num-paso-ed
                      " exportadas: " num-paso-ed2
                      " con errores: " num-paso-ed3
                      delimited size
                      into contadores-paso
               end-string
               if op-exito-paso = "S"
                   set paso-correcto to true
               end-if
           end-if
       .

      *===============================================================
      * Paso LIMPIEZA: retención del buzón de importación (ECOMIMPT,
      * Funcion-Imp "L"): archivo de los zips ya importados y
      * depuración de las copias de seguridad de importación y de
      * conversión y de los temporales. El detalle queda en
      * IMPORLIM.TXT y los totales vuelven por el linkage opcional.
      *===============================================================
       Lanzar-Limpieza.
           move "L" to Funcion-Imp
           move "N" to op-exito-paso
           move spaces to salida-paso
           initialize totales-limp-cad

           initialize Parametros-Imp
           set ObjZip-Imp to null
           set ObjBarraImp-Imp to null
           set ObjBarraProceso-Imp to null
           set PEmpresa-Campo-Imp to null
           set PEmpresa-Txt-Imp to null
           set PEjercicio-Campo-Imp to null
           set PEjercicio-Txt-Imp to null
           set PActividad-Campo-Imp to null
           set PActividad-Txt-Imp to null
           set PProgreso-Campo-Imp to null
           set PProgreso-Txt-Imp to null
           initialize Path-Descompresion-imp
           string eco-camino-aplicacion delimited spaces
                  "IMPORT\TMP\" delimited size
                  into Path-Descompresion-imp
           end-string

           call "ECOMIMPT" using Funcion-Imp,
                                 Parametros-Imp,
                                 salida-paso,
                                 op-exito-paso,
                                 omitted,
                                 omitted,
                                 omitted,
                                 omitted,
                                 omitted,
                                 omitted,
                                 totales-limp-cad
               on exception
                   set paso-disponible to false
           end-call
           cancel "ECOMIMPT"

           if paso-disponible
               move tot-zips-limp-cad to num-paso-ed
               compute num-paso-ed2 = tot-bak-limp-cad
                                    + tot-conv-limp-cad
               move tot-tmp-limp-cad to num-paso-ed3
               move tot-mb-limp-cad to num-mb-ed
               initialize contadores-paso
               string "archivados: " num-paso-ed
                      " copias: " num-paso-ed2
                      " temporales: " num-paso-ed3
                      " MB: " num-mb-ed
                      delimited size
                      into contadores-paso
               end-string
               if op-exito-paso = "S"
                   set paso-correcto to true
               end-if
           end-if
       .

      *===============================================================
      * Una línea por paso: inicio, fin, contadores y resultado.
      *===============================================================

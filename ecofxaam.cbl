           access mode sequential
           file status fcd-error-bak.

       select restauracion-backup
           assign to dynamic path-backup-rst
           organization line sequential
           access mode sequential
           file status fcd-error-bak.

       select auditoria-amort
           assign to dynamic path-auditoria
           organization line sequential
           access mode sequential
           file status fcd-error-cru.

       select informe-dif
           assign to dynamic path-informe-dif
           organization line sequential
           access mode sequential
           file status fcd-error-dif.

       select cruce-dif
           assign to dynamic path-cruce-dif
           organization line sequential
           access mode sequential
           file status fcd-error-cdf.

       select propuesta-baj
           assign to dynamic path-propuesta-baj
           organization line sequential
           access mode sequential
           file status fcd-error-baj.

       select cruce-baj
           assign to dynamic path-cruce-baj
           organization line sequential
           access mode sequential
           file status fcd-error-cbj.

       select ventas-baj
           assign to dynamic path-ventas-baj
           organization line sequential
           access mode sequential
           file status fcd-error-vbj.

       select libro-registro
           assign to dynamic path-libro
           organization line sequential
           access mode sequential
           file status fcd-error-lib.

       select libro-delimitado
           assign to dynamic path-libro-del
           organization line sequential
           access mode sequential
           file status fcd-error-lbd.

       select coeficientes-par
           assign to dynamic path-coeficientes-par
           organization line sequential
           access mode sequential
           file status fcd-error-cop.

       select informe-coef
           assign to dynamic path-informe-coef
           organization line sequential
           access mode sequential
           file status fcd-error-coe.

       select altas-act
           assign to dynamic path-altas-act
           organization line sequential
           access mode sequential
           file status fcd-error-alt.

       select rechazos-alt
           assign to dynamic path-rechazos-alt
           organization line sequential
           access mode sequential
           file status fcd-error-ral.

       select traspaso-par
           assign to dynamic path-traspaso-par
           organization line sequential
           access mode sequential
           file status fcd-error-tpa.

       select propuesta-tra
           assign to dynamic path-propuesta-tra
           organization line sequential
           access mode sequential
           file status fcd-error-tra.

       select cruce-tra
           assign to dynamic path-cruce-tra
           organization line sequential
           access mode sequential
           file status fcd-error-ctr.

       select registro-tra
           assign to dynamic path-registro-tra
           organization line sequential
           access mode sequential
           file status fcd-error-rtr.

       select historico-amo
           assign to dynamic path-historico-amo
           organization indexed
           access mode dynamic
           record key clave-his
           file status fcd-error-his.

       select informe-his
           assign to dynamic path-informe-his
           organization line sequential
           access mode sequential
           file status fcd-error-ihs.

       copy "tecodir.fd".
       copy "tecoejaa.fd".
       copy "feeeeada.fd".
       fd version-backup.
       01 reg-version-backup           pic 9(2)v9(2).

       fd restauracion-backup.
       01 reg-restauracion-backup.
           03 fec-rst-bak              pic 9(8).
           03 hor-rst-bak              pic 9(6).

       fd auditoria-amort.
       01 reg-auditoria                pic x(200).

       fd cruce-asi.
       01 reg-cruce-asi                pic x(132).

       fd informe-dif.
       01 reg-informe-dif              pic x(132).

       fd cruce-dif.
       01 reg-cruce-dif                pic x(132).

       fd propuesta-baj.
       01 reg-propuesta-baj            pic x(132).

       fd cruce-baj.
       01 reg-cruce-baj                pic x(132).

       fd ventas-baj.
       01 reg-ventas-baj               pic x(132).

       fd libro-registro.
       01 reg-libro                    pic x(132).

       fd libro-delimitado.
       01 reg-libro-del                pic x(250).

       fd coeficientes-par.
       01 reg-coeficientes-par         pic x(132).

       fd informe-coef.
       01 reg-informe-coef             pic x(132).

       fd altas-act.
       01 reg-altas-act                pic x(250).

       fd rechazos-alt.
       01 reg-rechazos-alt             pic x(300).

       fd traspaso-par.
       01 reg-traspaso-par             pic x(132).

       fd propuesta-tra.
       01 reg-propuesta-tra            pic x(132).

       fd cruce-tra.
       01 reg-cruce-tra                pic x(132).

       fd registro-tra.
       01 reg-registro-tra             pic x(80).

      *> Histórico de activos dados de baja hace años: el registro del
      *> activo (tipo "1") seguido de las filas de su plan (tipo "2",
      *> numeradas por orden de la cadena), tal cual estaban en
      *> FEEEEAAC y FEEEEAAM.
       fd historico-amo.
       01 reg-historico-amo.
          03 clave-his.
             05 cod-act-his            pic x(8).
             05 tip-his                pic x.
             05 ord-his                pic 9(4).
          03 fec-arc-his               pic 9(8).
          03 img-his                   pic x(2000).

       fd informe-his.
       01 reg-informe-his              pic x(132).

      *=================================================================
       Working-Storage section.
      *=================================================================
       01 cnt-asi-emp          pic 9(7) comp-5.
       01 cnt-asi-tot          pic 9(7) comp-5.
       01 cnt-sin-plan-asi     pic 9(7) comp-5.
       01 cnt-baja-asi         pic 9(7) comp-5.
       01                      pic 9.
           88 activo-baja-asi  value 1 false 0.
       01 cnt-err-asi          pic 9(7) comp-5.
       01 asi-imp-ed           pic -(12)9,99.
       01 asi-num-ed           pic z(6)9.

       *>--- Impuesto diferido de la amortización (Funcion "D"): para -
       *>--- el ejercicio de EJERCICIO=, diferencia entre la dotación -
       *>--- contable y la fiscal de cada activo (amo-con-aam menos ----
       *>--- amo-fis-aam), acumulada hasta el ejercicio y ejercicio en -
       *>--- que empieza a revertir, por grupo y empresa. Propone (o, --
       *>--- con ASIENTOS=DEFINITIVO, contabiliza vía ECOMSAC) el -----
       *>--- apunte del efecto impositivo contra la 4740 (activo por ---
       *>--- diferencias deducibles) o la 479 (pasivo por diferencias --
       *>--- imponibles), con su fichero de cruce como la función A. --
       78 FICHERO-INFORME-DIF          value "AMODIF.TXT".
       78 FICHERO-CRUCE-DIF            value "AMODIFXR.TXT".
       01 path-informe-dif     pic x(256).
       01 path-cruce-dif       pic x(256).
       77 fcd-error-dif        pic xx.
       77 fcd-error-cdf        pic xx.
       01                      pic 9.
           88 informe-dif-abierto value 1 false 0.
       01                      pic 9.
           88 cruce-dif-abierto value 1 false 0.
       01                      pic 9.
           88 fin-cadena-dif   value 1 false 0.
       01 cta-activo-dif       pic 9(12) value 474000000000.
       01 cta-pasivo-dif       pic 9(12) value 479000000000.
       01 cta-impuesto-dif     pic 9(12) value 630100000000.
       01 tipo-gravamen-dif    pic 9(2)v99 value 25.
       01                      pic 9 value 0.
           88 gravamen-dif-erroneo value 1 false 0.
       01 gravamen-erroneo-dif pic x(20).
       01 cta-diferido-uso     pic 9(12).
       01 dif-fila-dif         pic s9(13)v99.
       01 dif-ant-dif          pic s9(13)v99.
       01 dif-eje-dif          pic s9(13)v99.
       01 dif-acu-dif          pic s9(13)v99.
       01 cuota-dif            pic s9(12)v99.
       01 any-rev-dif          pic 9(4).
       01 grupo-dif            pic x(2).
       01 grupo-dif-ant        pic x(2).
       01                      pic 9.
           88 hay-grupo-dif    value 1 false 0.
       01 tot-eje-gru-dif      pic s9(13)v99.
       01 tot-acu-gru-dif      pic s9(13)v99.
       01 tot-cuo-gru-dif      pic s9(13)v99.
       01 tot-eje-emp-dif      pic s9(13)v99.
       01 tot-acu-emp-dif      pic s9(13)v99.
       01 tot-cuo-emp-dif      pic s9(13)v99.
       01 tot-eje-dif          pic s9(14)v99.
       01 tot-acu-dif          pic s9(14)v99.
       01 tot-cuo-dif          pic s9(14)v99.
       01 cnt-act-dif          pic 9(7) comp-5.
       01 cnt-asi-dif          pic 9(7) comp-5.
       01 cnt-err-dif          pic 9(7) comp-5.
       01 dif-eje-ed           pic -(12)9,99.
       01 dif-acu-ed           pic -(12)9,99.
       01 dif-cuo-ed           pic -(11)9,99.
       01 dif-rev-ed           pic x(4).
       01 dif-tipo-ed          pic z9,99.

       *>--- Bajas de activos (Funcion "B"): para los activos con -----
       *>--- fec-baj-aac dentro del periodo BAJAS-DESDE/BAJAS-HASTA --
       *>--- (aaaammdd; en su defecto, el ejercicio de EJERCICIO=), ---
       *>--- recalcula el plan hasta la fecha de baja y propone (o, ---
       *>--- con ASIENTOS=DEFINITIVO, contabiliza vía ECOMSAC) la -----
       *>--- dotación del ejercicio hasta la baja y la baja del -------
       *>--- inmovilizado: coste, amortización acumulada, cobro de la -
       *>--- venta (del fichero de ventas, si la hay) y resultado en --
       *>--- la 671 o la 771. Marca los activos cuyo plan en FEEEEAAM -
       *>--- no cierra en la fecha de baja. ---------------------------
       78 FICHERO-PROPUESTA-BAJ        value "AMOBAJ.TXT".
       78 FICHERO-CRUCE-BAJ            value "AMOBAJXR.TXT".
       78 FICHERO-VENTAS-BAJ           value "AMOBAJVT.TXT".
       01 path-propuesta-baj   pic x(256).
       01 path-cruce-baj       pic x(256).
       01 path-ventas-baj      pic x(256).
       77 fcd-error-baj        pic xx.
       77 fcd-error-cbj        pic xx.
       77 fcd-error-vbj        pic xx.
       01                      pic 9.
           88 propuesta-baj-abierta value 1 false 0.
       01                      pic 9.
           88 cruce-baj-abierto value 1 false 0.
       01                      pic 9.
           88 fin-lectura-vbj  value 1 false 0.
       01                      pic 9.
           88 plan-baja-cierra value 1 false 0.
       01                      pic 9.
           88 emp-baj-con-cabecera value 1 false 0.
       01 fecha-baja-desde     pic 9(8).
       01 fecha-baja-hasta     pic 9(8).
       01 fecha-baja-amd       pic 9(8).
       01 any-baja-amd         pic 9(4).
       01 fecha-baja-ed        pic x(10).
       01 cta-inmovilizado-baj pic 9(12) value 210000000000.
       01 cta-perdida-baj      pic 9(12) value 671000000000.
       01 cta-beneficio-baj    pic 9(12) value 771000000000.
       01 cta-cobro-baj        pic 9(12) value 543000000000.
       *>--- Cuenta de inmovilizado por grupo de activos ---------------
       *>--- (CTA-INMOVILIZADO-xx=); sin entrada, la general. ----------
       01 Tabla-Ctas-Inm-Baj.
           03 cta-inm-baj-item occurs Max-Ctas-Grupo-Asi.
              05 gru-inm-baj   pic x(2).
              05 cta-inm-gru-baj pic 9(12).
       77 num-ctas-inm-baj     pic 99 comp-5.
       01 cta-inmovilizado-uso pic 9(12).
       *>--- Importes de venta leídos del fichero de ventas -----------
       *>--- (empresa;activo;importe, uno por línea). -----------------
       78 Max-Ventas-Baj       value 2000.
       01 Tabla-Ventas-Baj.
           03 venta-baj-item   occurs Max-Ventas-Baj.
              05 emp-venta-baj pic 9(5).
              05 act-venta-baj pic x(8).
              05 imp-venta-baj pic s9(12)v99.
       77 num-ventas-baj       pic 9(4) comp-5.
       77 venta-idx            pic 9(4) comp-5.
       01 campos-venta-baj.
           03 emp-venta-txt    pic x(5).
           03 act-venta-txt    pic x(8).
           03 imp-venta-txt    pic x(20).
       01 coste-baj            pic s9(13)v99.
       01 acum-ant-baj         pic s9(13)v99.
       01 dot-eje-baj          pic s9(13)v99.
       01 dot-emp-baj          pic s9(13)v99.
       01 acum-baj             pic s9(13)v99.
       01 neto-baj             pic s9(13)v99.
       01 venta-baj            pic s9(13)v99.
       01 resultado-baj        pic s9(13)v99.
       01 acum-ant-fic-baj     pic s9(13)v99.
       01 dot-eje-fic-baj      pic s9(13)v99.
       01 post-fic-baj         pic s9(13)v99.
       01                      pic 9.
           88 hay-fila-baja-fic value 1 false 0.
       01 motivo-baj           pic x(80).
       01 apu-cta-baj          pic 9(12).
       01 apu-ctr-baj          pic 9(12).
       01 apu-imp-baj          pic s9(13)v99.
       01 apu-con-baj          pic x(20).
       01 tot-coste-emp-baj    pic s9(13)v99.
       01 tot-acum-emp-baj     pic s9(13)v99.
       01 tot-dot-emp-baj      pic s9(13)v99.
       01 tot-neto-emp-baj     pic s9(13)v99.
       01 tot-venta-emp-baj    pic s9(13)v99.
       01 tot-res-emp-baj      pic s9(13)v99.
       01 tot-coste-baj        pic s9(14)v99.
       01 tot-acum-baj         pic s9(14)v99.
       01 tot-dot-baj          pic s9(14)v99.
       01 tot-neto-baj         pic s9(14)v99.
       01 tot-venta-baj        pic s9(14)v99.
       01 tot-res-baj          pic s9(14)v99.
       01 cnt-baj-emp          pic 9(7) comp-5.
       01 cnt-baj-tot          pic 9(7) comp-5.
       01 cnt-nocierra-baj     pic 9(7) comp-5.
       01 cnt-apu-baj          pic 9(7) comp-5.
       01 cnt-err-baj          pic 9(7) comp-5.
       01 baj-imp-ed           pic -(12)9,99.
       01 baj-imp-ed2          pic -(12)9,99.
       01 baj-imp-ed3          pic -(12)9,99.

       *>--- Libro registro de bienes de inversión (Funcion "L"): ----
       *>--- situación de cada activo a la fecha de FECHA-CORTE= ------
       *>--- (aaaammdd; por defecto, hoy): fecha de inicio, valor de --
       *>--- adquisición, revalorización, amortización contable y ---
       *>--- fiscal acumuladas y valor neto, por grupo y empresa con --
       *>--- totales. Entran los activos en servicio a esa fecha, -----
       *>--- aunque se hayan dado de baja después. Con ----------------
       *>--- LIBRO-DELIMITADO=S se deja además en formato delimitado. -
       78 FICHERO-LIBRO-REGISTRO       value "LIBROAAM.TXT".
       78 FICHERO-LIBRO-DELIMITADO     value "LIBROAAM.CSV".
       01 path-libro           pic x(256).
       01 path-libro-del       pic x(256).
       77 fcd-error-lib        pic xx.
       77 fcd-error-lbd        pic xx.
       01                      pic 9.
           88 libro-abierto    value 1 false 0.
       01                      pic 9.
           88 libro-del-abierto value 1 false 0.
       01                      pic 9.
           88 libro-en-delimitado value 1 false 0.
       01                      pic 9.
           88 hay-grupo-lib    value 1 false 0.
       01 fecha-corte-lib      pic 9(8).
       01 any-corte-lib        pic 9(4).
       01 mes-corte-lib        pic 99.
       01 grupo-lib            pic x(2).
       01 grupo-lib-ant        pic x(2).
       01 mes-desde-lib        pic 99.
       01 mes-hasta-lib        pic 99.
       01 meses-fila-lib       pic s99.
       01 meses-corte-lib      pic s99.
       01 con-acu-lib          pic s9(13)v99.
       01 fis-acu-lib          pic s9(13)v99.
       01 neto-lib             pic s9(13)v99.
       *>--- Totales: 1 grupo, 2 empresa, 3 cartera -------------------
       01 Tabla-Totales-Lib.
           03 tot-lib-item     occurs 3.
              05 tot-cnt-lib   pic 9(7) comp-5.
              05 tot-adq-lib   pic s9(14)v99.
              05 tot-rev-lib   pic s9(14)v99.
              05 tot-con-lib   pic s9(14)v99.
              05 tot-fis-lib   pic s9(14)v99.
              05 tot-net-lib   pic s9(14)v99.
       77 tot-lib-idx          pic 9 comp-5.
       01 cnt-emp-lib          pic 9(5) comp-5.
       01 lib-texto-tot        pic x(52).
       01 lib-fec-ini-ed       pic x(10).
       01 lib-fec-baj-ed       pic x(10).
       01 lib-adq-ed           pic -(10)9,99.
       01 lib-rev-ed           pic -(10)9,99.
       01 lib-con-ed           pic -(10)9,99.
       01 lib-fis-ed           pic -(10)9,99.
       01 lib-net-ed           pic -(10)9,99.

       *>--- Cambio masivo de coeficientes (Funcion "C"): el fichero -
       *>--- de coeficientes (COEFICIENTES=, por defecto AMOCOEF.PAR) -
       *>--- trae una línea por grupo de activos con el nuevo ---------
       *>--- porcentaje contable, el nuevo máximo fiscal y el ---------
       *>--- ejercicio desde el que rigen (gg;nn,nn;nn,nn;aaaa). Se ---
       *>--- actualizan por-amo-aac y por-max-aac de los activos del --
       *>--- grupo y se recalculan sólo las filas del plan a partir ---
       *>--- de ese ejercicio; las de ejercicios cerrados no se -------
       *>--- tocan. Con SIMULACION=S sólo se lista el antes/después. -
       78 FICHERO-COEFICIENTES-PAR     value "AMOCOEF.PAR".
       78 FICHERO-INFORME-COEF         value "AMOCOEF.TXT".
       78 Max-Coef-Grupo       value 50.
       01 path-coeficientes-par pic x(256).
       01 path-informe-coef    pic x(256).
       77 fcd-error-cop        pic xx.
       77 fcd-error-coe        pic xx.
       01                      pic 9.
           88 informe-coef-abierto value 1 false 0.
       01                      pic 9.
           88 fin-lectura-cop  value 1 false 0.
       01                      pic 9.
           88 emp-coef-con-cabecera value 1 false 0.
       01                      pic 9.
           88 any-en-plan-coef value 1 false 0.
       01 Tabla-Coef-Grupo.
           03 coef-grupo-item  occurs Max-Coef-Grupo.
              05 gru-coef      pic x(2).
              05 por-amo-coef  pic 9(3)v9(6).
              05 por-max-coef  pic 9(3)v9(6).
              05 eje-coef      pic 9(4).
       77 num-coef-grupo       pic 99 comp-5.
       77 coef-idx             pic 99 comp-5.
       77 coef-uso             pic 99 comp-5.
       01 campos-coef.
           03 gru-coef-txt     pic x(2).
           03 por-amo-coef-txt pic x(20).
           03 por-max-coef-txt pic x(20).
           03 eje-coef-txt     pic x(4).
       01 por-amo-ant-coef     pic 9(3)v9(6).
       01 por-max-ant-coef     pic 9(3)v9(6).
       01 por-amo-calc-coef    pic 9(3)v9(6).
       01 por-max-calc-coef    pic 9(3)v9(6).
       01 fecha-inicio-coef    pic 9(8).
       01 con-cerr-coef        pic s9(13)v99.
       01 fis-cerr-coef        pic s9(13)v99.
       01 con-fut-ant-coef     pic s9(13)v99.
       01 fis-fut-ant-coef     pic s9(13)v99.
       01 con-fut-nue-coef     pic s9(13)v99.
       01 fis-fut-nue-coef     pic s9(13)v99.
       01 pendiente-coef       pic s9(13)v99.
       01 pendiente-rev-coef   pic s9(13)v99.
       01 pendiente-tot-coef   pic s9(13)v99.
       01 cerrado-coef         pic s9(13)v99.
       01 rev-cerr-coef        pic s9(13)v99.
       01 total-amo-coef       pic s9(13)v99.
       01 por-base-coef        pic 9(3)v9(6).
       01 por-calc-coef        pic 9(3)v9(6).
       *>--- Plan nuevo del activo desde el ejercicio de efecto: la ---
       *>--- columna contable sale del cálculo sobre lo pendiente -----
       *>--- contable y la fiscal del cálculo sobre lo pendiente ------
       *>--- fiscal. -------------------------------------------------
       01 Tabla-Plan-Coef.
           03 plan-coef-item   occurs 102.
              05 any-plan-coef pic 9(4).
              05 con-plan-coef pic s9(12)v99.
              05 fis-plan-coef pic s9(12)v99.
       77 num-plan-coef        pic 999 comp-5.
       77 plan-idx             pic 999 comp-5.
       77 plan-bus-idx         pic 999 comp-5.
       01 ultimo-ord-coef      pic 9(9).
       01 cnt-act-coef         pic 9(7) comp-5.
       01 cnt-emp-coef         pic 9(5) comp-5.
       01 cnt-err-coef         pic 9(7) comp-5.
       01 coef-por-ed          pic zz9,9(6).
       01 coef-por-ed2         pic zz9,9(6).
       01 coef-imp-ed          pic -(12)9,99.
       01 coef-imp-ed2         pic -(12)9,99.

       *>--- Carga de activos nuevos (Funcion "N"): cada línea del ---
       *>--- fichero de altas (ALTAS-ACTIVOS=, por defecto ------------
       *>--- AMOALTA.TXT) trae, separados por ";", empresa, código, --
       *>--- descripción, fecha de inicio (aaaammdd), valor de -------
       *>--- adquisición, valor amortizable, tipo de amortización, ---
       *>--- porcentaje contable, máximo fiscal, indicador de --------
       *>--- leasing e indicador de libertad de amortización. Cada ---
       *>--- línea válida crea el activo en FEEEEAAC y su plan -------
       *>--- completo en FEEEEAAM; las rechazadas quedan en ----------
       *>--- AMOALTA.REJ con su motivo, igual que la carga de --------
       *>--- cuentas bancarias de ECO9BAN. Con SIMULACION=S sólo se --
       *>--- valida. ------------------------------------------------
       78 FICHERO-ALTAS-ACT            value "AMOALTA.TXT".
       78 FICHERO-RECHAZOS-ALT         value "AMOALTA.REJ".
       01 path-altas-act       pic x(256).
       01 path-rechazos-alt    pic x(256).
       77 fcd-error-alt        pic xx.
       77 fcd-error-ral        pic xx.
       01                      pic 9.
           88 fin-lectura-alt  value 1 false 0.
       01                      pic 9.
           88 linea-alt-valida value 1 false 0.
       01                      pic 9.
           88 emp-alt-valida   value 1 false 0.
       01                      pic 9.
           88 emp-alt-abierta  value 1 false 0.
       01                      pic 9.
           88 activo-alt-existe value 1 false 0.
       01 campos-alt.
           03 emp-alt-txt      pic x(5).
           03 cod-alt-txt      pic x(20).
           03 des-alt-txt      pic x(60).
           03 fec-alt-txt      pic x(8).
           03 fec-alt-num      redefines fec-alt-txt.
              05 any-alt-num   pic 9(4).
              05 mes-alt-num   pic 9(2).
              05 dia-alt-num   pic 9(2).
           03 adq-alt-txt      pic x(20).
           03 amo-alt-txt      pic x(20).
           03 tip-alt-txt      pic x(1).
           03 pam-alt-txt      pic x(20).
           03 pmx-alt-txt      pic x(20).
           03 lea-alt-txt      pic x(1).
           03 lib-alt-txt      pic x(1).
       01 emp-alt-num          pic 9(5).
       01 emp-alta-actual      pic 9(5).
       01 adq-alt              pic s9(12)v99.
       01 amo-alt              pic s9(12)v99.
       01 pam-alt              pic 9(3)v9(6).
       01 pmx-alt              pic 9(3)v9(6).
       01 motivo-rechazo-alt   pic x(60).
       01 motivo-emp-alt       pic x(60).
       01 ultimo-ord-alt       pic 9(9).
       01 ord-borrar-alt       pic 9(9).
       01 fila-alt-idx         pic 999.
       01 plan-con-alt         pic s9(13)v99.
       01 tot-adq-alt          pic s9(13)v99.
       01 cnt-lin-alt          pic 9(7) comp-5.
       01 cnt-alt-alt          pic 9(7) comp-5.
       01 cnt-rec-alt          pic 9(7) comp-5.
       01 cnt-err-alt          pic 9(7) comp-5.
       01 alt-imp-ed           pic -(12)9,99.

       *>--- Conversión a número de un porcentaje leído de un -------
       *>--- fichero (hasta tres enteros y seis decimales). ----------
       01 porcentaje-texto     pic x(20).
       01 porcentaje-ent-txt   pic x(03).
       01 porcentaje-dec-txt   pic x(06).
       01 porcentaje-ent       pic 9(03).
       01 porcentaje-dec       pic 9(06).
       01 porcentaje-convertido pic 9(3)v9(6).
       01                      pic 9.
           88 porcentaje-valido value 1 false 0.

       *>--- Conversión a número de un importe leído de un fichero --
       *>--- de texto: parte entera y decimales separados por coma, ---
       *>--- signo menos opcional y puntos de millar ignorados. -------
       01 importe-texto        pic x(20).
       01 importe-ent-txt      pic x(17).
       01 importe-dec-txt      pic x(02).
       01 importe-ent          pic 9(12).
       01 importe-dec          pic 9(02).
       01 importe-convertido   pic s9(12)v99.
       01 digito-importe       pic 9.
       77 pos-importe          pic 99 comp-5.
       01                      pic 9.
           88 importe-valido   value 1 false 0.
       01                      pic 9.
           88 importe-negativo value 1 false 0.

       *>--- Auditoría de integridad FEEEEAAC/FEEEEAAM (Funcion "I"): --
       *>--- cruza en ambos sentidos el fichero de activos con el de ---
       *>--- amortización, cualquier día del año y sin grabar nada: ----
      *>---                       del grupo de activos xx (los dos -----
      *>---                       primeros caracteres del código); -----
      *>---                       sin entrada, se usa la general --------
      *>---   CTA-IMP-DIF-ACTIVO=n cuenta del activo por impuesto ----
      *>---                       diferido de la función D (defecto ---
      *>---                       474...) ------------------------------
      *>---   CTA-IMP-DIF-PASIVO=n cuenta del pasivo por impuesto -----
      *>---                       diferido (defecto 479...) -----------
      *>---   CTA-IMP-DIFERIDO=n  cuenta de gasto/ingreso por impuesto -
      *>---                       diferido (defecto 6301...) -----------
      *>---   TIPO-GRAVAMEN=nn,nn tipo del impuesto en % (defecto 25) --
      *>---   BAJAS-DESDE=aaaammdd periodo de las bajas que trata ---
      *>---   BAJAS-HASTA=aaaammdd la función B (por defecto, el -----
      *>---                       ejercicio de EJERCICIO=) -------------
      *>---   VENTAS-BAJA=fichero importes de venta de los activos ---
      *>---                       dados de baja (defecto AMOBAJVT.TXT) -
      *>---   CTA-INMOVILIZADO=n  cuenta de inmovilizado general ------
      *>---                       (defecto 210...) ---------------------
      *>---   CTA-INMOVILIZADO-xx=n cuenta de inmovilizado del grupo --
      *>---   CTA-PERDIDA-BAJA=n  pérdidas por bajas (defecto 671...) -
      *>---   CTA-BENEFICIO-BAJA=n beneficios por bajas (defecto -----
      *>---                       771...) ------------------------------
      *>---   CTA-COBRO-BAJA=n    cuenta del cobro de la venta --------
      *>---                       (defecto 543...) ---------------------
      *>---   FECHA-CORTE=aaaammdd fecha del libro registro de la ---
      *>---                       función L (defecto, hoy) ------------
      *>---   LIBRO-DELIMITADO=S  deja también el libro en formato ----
      *>---                       delimitado por ";" ------------------
      *>---   COEFICIENTES=fichero nuevos coeficientes por grupo ----
      *>---                       para la función C (defecto ----------
      *>---                       AMOCOEF.PAR); con SIMULACION=S no ---
      *>---                       se graba nada ------------------------
      *>---   ALTAS-ACTIVOS=fichero activos nuevos que carga la ----
      *>---                       función N (defecto AMOALTA.TXT); ----
      *>---                       con SIMULACION=S sólo se validan ---
      *>---   TRASPASO-DESTINO=n  empresa destino del traspaso de ---
      *>---                       la función T (origen, ------------
      *>---                       EMPRESA-DESDE) -----------------------
      *>---   TRASPASO-FECHA=aaaammdd fecha del traspaso (defecto, --
      *>---                       hoy) ---------------------------------
      *>---   TRASPASO-GRUPO=gg   traspasa todo el grupo de activos --
      *>---   TRASPASO-ACTIVOS=fichero códigos a traspasar, uno por -
      *>---                       línea (defecto AMOTRA.PAR) ---------
      *>---   CTA-TRASPASO-GRUPO=n cuenta con la empresa del grupo ---
      *>---                       (defecto 552...) ---------------------
      *>---   HISTORICO-EJERCICIOS=n la función H archiva los ---
      *>---                       activos dados de baja hace más de ---
      *>---                       n ejercicios (defecto 5) ------------
      *>---   RECUPERAR-ACTIVO=codigo activo que la función X --------
      *>---                       devuelve del histórico (una línea --
      *>---                       por activo) --------------------------
       78 FICHERO-PARAMETROS-BATCH     value "ECOFXAAM.PAR".
       78 FICHERO-LOG-BATCH            value "ECOFXAAM.LOG".
       01                      pic 9.
       01 path-backup-aam      pic x(256).
       01 path-backup-aac      pic x(256).
       01 path-backup-ver      pic x(256).
       01 path-backup-rst      pic x(256).
       01 path-aam-vivo        pic x(256).
       01 path-aac-vivo        pic x(256).
       77 fcd-error-bak        pic xx.
       78 max-feeeeaac         value length of reg-feeeeaac.
       77 reg-feeeeaac-aux     pic x(max-feeeeaac).

       *>--- Traspaso de activos entre empresas del grupo (Funcion ---
       *>--- "T"): de la empresa de EMPRESA-DESDE a la de ------------
       *>--- TRASPASO-DESTINO=, a la fecha de TRASPASO-FECHA= --------
       *>--- (aaaammdd; por defecto, hoy), los activos del grupo de --
       *>--- TRASPASO-GRUPO= o, sin grupo, los códigos del fichero ---
       *>--- TRASPASO-ACTIVOS= (uno por línea, por defecto ----------
       *>--- AMOTRA.PAR). El activo y su cadena de FEEEEAAM pasan ----
       *>--- tal cual, con su ord-fec-aam, a la empresa destino; la --
       *>--- fila del ejercicio del traspaso se reparte por meses ----
       *>--- entre las dos empresas y el origen queda de baja en la --
       *>--- fecha del traspaso, anotado en su registro de ----------
       *>--- traspasos (AMOTRAS.TXT) para que la función B no le -----
       *>--- proponga un asiento de baja; el destino anota la --------
       *>--- entrada en el suyo (AMOTRAE.TXT), con la parte de la ----
       *>--- dotación del ejercicio que ya contabilizó el origen, ----
       *>--- para que el libro registro no liste su copia antes del -
       *>--- traspaso y las funciones A, B y D no la vuelvan a dotar.
       *>--- Propuesta de los asientos -------------------------------
       *>--- de salida y entrada en AMOTRA.TXT; con -----------------
       *>--- ASIENTOS=DEFINITIVO se contabilizan vía ECOMSAC, con su -
       *>--- cruce en AMOTRAXR.TXT. -----------------------------------
       78 FICHERO-TRASPASO-PAR         value "AMOTRA.PAR".
       78 FICHERO-PROPUESTA-TRA        value "AMOTRA.TXT".
       78 FICHERO-CRUCE-TRA            value "AMOTRAXR.TXT".
       78 FICHERO-REGISTRO-TRA         value "AMOTRAS.TXT".
       78 FICHERO-ENTRADAS-TRA         value "AMOTRAE.TXT".
       78 Max-Activos-Tra      value 2000.
       78 Max-Filas-Tra        value 200.
       01 path-traspaso-par    pic x(256).
       01 path-propuesta-tra   pic x(256).
       01 path-cruce-tra       pic x(256).
       01 path-registro-tra    pic x(256).
       77 fcd-error-tpa        pic xx.
       77 fcd-error-tra        pic xx.
       77 fcd-error-ctr        pic xx.
       77 fcd-error-rtr        pic xx.
       01                      pic 9.
           88 fin-lectura-tpa  value 1 false 0.
       01                      pic 9.
           88 fin-lectura-rtr  value 1 false 0.
       01                      pic 9.
           88 propuesta-tra-abierta value 1 false 0.
       01                      pic 9.
           88 cruce-tra-abierto value 1 false 0.
       01                      pic 9.
           88 activos-tra-abiertos value 1 false 0.
       01                      pic 9.
           88 activo-tra-valido value 1 false 0.
       01                      pic 9.
           88 activo-tra-existe value 1 false 0.
       01                      pic 9.
           88 activo-traspasado-baj value 1 false 0.
       01                      pic 9.
           88 baja-origen-tra-ok value 1 false 0.
       01 emp-origen-tra       pic 9(5).
       01 emp-destino-tra      pic 9(5).
       01 emp-apunte-tra       pic 9(5).
       01 fecha-tra.
           03 any-tra          pic 9(4).
           03 mes-tra          pic 99.
           03 dia-tra          pic 99.
       01 fecha-tra-num        redefines fecha-tra pic 9(8).
       01 fecha-tra-ed         pic x(10).
       01 grupo-tra            pic x(2).
       01 cta-traspaso-tra     pic 9(12) value 552000000000.
       01 cam-acc-ori-tra      pic x(256).
       01 cam-acc-des-tra      pic x(256).
       01 nom-emp-ori-tra      pic x(60).
       01 nom-emp-des-tra      pic x(60).
       01 Tabla-Activos-Tra.
           03 act-tra-item     occurs Max-Activos-Tra.
              05 cod-act-tra   pic x(8).
       77 num-act-tra          pic 9(4) comp-5.
       77 act-tra-idx          pic 9(4) comp-5.
       01 reg-aac-tra          pic x(max-feeeeaac).
       01 Tabla-Cadena-Tra.
           03 fila-cadena-tra  pic x(max-feeeeaam)
                               occurs Max-Filas-Tra.
       77 num-filas-tra        pic 9(4) comp-5.
       77 fila-tra-idx         pic 9(4) comp-5.
       77 filas-grabadas-tra   pic 9(4) comp-5.
       01 mes-desde-tra        pic 99.
       01 meses-fila-tra       pic s99.
       01 meses-tra            pic s99.
       01 con-ori-tra          pic s9(13)v99.
       01 fis-ori-tra          pic s9(13)v99.
       01 coste-tra            pic s9(13)v99.
       01 acum-tra             pic s9(13)v99.
       01 neto-tra             pic s9(13)v99.
       01 tot-coste-tra        pic s9(14)v99.
       01 tot-acum-tra         pic s9(14)v99.
       01 tot-neto-tra         pic s9(14)v99.
       01 cnt-ok-tra           pic 9(7) comp-5.
       01 cnt-rech-tra         pic 9(7) comp-5.
       01 cnt-err-tra          pic 9(7) comp-5.
       01 cnt-apu-tra          pic 9(7) comp-5.
       01 motivo-tra           pic x(60).
       01 apu-cta-tra          pic 9(12).
       01 apu-ctr-tra          pic 9(12).
       01 apu-imp-tra          pic s9(13)v99.
       01 apu-con-tra          pic x(30).
       01 tra-imp-ed           pic -(12)9,99.
       01 tra-imp-ed2          pic -(12)9,99.
       01 tra-imp-ed3          pic -(12)9,99.
       *>--- Registro de traspasos de la empresa (activo;fecha; -------
       *>--- empresa destino), leído por la función B. ---------------
       01 campos-registro-tra.
           03 act-rtr-txt      pic x(8).
           03 fec-rtr-txt      pic x(8).
           03 des-rtr-txt      pic x(5).
           03 con-rtr-txt      pic x(15).
           03 con-rtr-num      redefines con-rtr-txt pic 9(13)v99.
           03 fis-rtr-txt      pic x(15).
           03 fis-rtr-num      redefines fis-rtr-txt pic 9(13)v99.
       01 con-ori-rtr          pic 9(13)v99.
       01 fis-ori-rtr          pic 9(13)v99.
       01 Tabla-Traspasos-Baj.
           03 traspaso-baj-item occurs Max-Activos-Tra.
              05 act-traspaso-baj pic x(8).
              05 des-traspaso-baj pic x(5).
       77 num-traspasos-baj    pic 9(4) comp-5.
       77 traspaso-idx         pic 9(4) comp-5.
       01 destino-traspaso-baj pic x(5).
       *>--- Entradas por traspaso de la empresa (activo;fecha; ------
       *>--- empresa origen;dotación contable y fiscal del origen -----
       *>--- en el ejercicio del traspaso), leídas por el libro ------
       *>--- registro y por las funciones A, B y D. ------------------
       01 Tabla-Entradas-Lib.
           03 entrada-lib-item occurs Max-Activos-Tra.
              05 act-entrada-lib pic x(8).
              05 fec-entrada-lib pic 9(8).
              05 con-entrada-lib pic 9(13)v99.
              05 fis-entrada-lib pic 9(13)v99.
       77 num-entradas-lib     pic 9(4) comp-5.
       77 entrada-idx          pic 9(4) comp-5.
       01 fecha-entrada-lib    pic 9(8).
       01 any-parte-ori        pic 9(4).
       01 any-entrada-ori      pic 9(4).
       01 fecha-parte-ori      pic 9(8).
       01 con-parte-ori        pic s9(13)v99.
       01 fis-parte-ori        pic s9(13)v99.

       *>--- Histórico de activos (Funcion "H" archiva, "X" ---------
       *>--- recupera): los activos dados de baja hace más de --------
       *>--- HISTORICO-EJERCICIOS= ejercicios (por defecto 5) salen ---
       *>--- de FEEEEAAC y FEEEEAAM al histórico de la empresa --------
       *>--- (AMOHIST.DAT en su directorio), con listado en ----------
       *>--- AMOHIST.TXT. La función X devuelve a los ficheros de -----
       *>--- activos los códigos de las líneas RECUPERAR-ACTIVO= -----
       *>--- (listado en AMORECU.TXT). El libro registro (Funcion -----
       *>--- "L") lee también el histórico. --------------------------
       78 FICHERO-HISTORICO-AMO        value "AMOHIST.DAT".
       78 FICHERO-INFORME-HIS          value "AMOHIST.TXT".
       78 FICHERO-INFORME-REC          value "AMORECU.TXT".
       78 Max-Recuperar-His    value 200.
       01 path-historico-amo   pic x(256).
       01 path-informe-his     pic x(256).
       77 fcd-error-his        pic xx.
       77 fcd-error-ihs        pic xx.
       01                      pic 9.
           88 informe-his-abierto value 1 false 0.
       01                      pic 9.
           88 historico-abierto value 1 false 0.
       01                      pic 9.
           88 fin-lectura-his  value 1 false 0.
       01                      pic 9.
           88 emp-his-con-cabecera value 1 false 0.
       01                      pic 9.
           88 activo-his-existe value 1 false 0.
       01                      pic 9.
           88 recuperacion-his-ok value 1 false 0.
       01                      pic 9.
           88 activo-lib-historico value 1 false 0.
       01                      pic 9.
           88 hay-historico-lib value 1 false 0.
       01 ejercicios-his       pic 99.
       01 any-limite-his       pic 9(4).
       01 fecha-archivo-his    pic 9(8).
       01 cod-buscado-his      pic x(8).
       01 Tabla-Activos-His.
           03 act-his-item     occurs Max-Activos-Tra.
              05 cod-act-sel-his pic x(8).
       77 num-act-his          pic 9(4) comp-5.
       77 act-his-idx          pic 9(4) comp-5.
       01 Tabla-Recuperar-His.
           03 rec-his-item     occurs Max-Recuperar-His.
              05 cod-rec-his   pic x(8).
              05 rec-his-hecho pic 9.
                 88 rec-his-largo value 2.
       77 num-rec-his          pic 9(4) comp-5.
       77 rec-his-idx          pic 9(4) comp-5.
       01 coste-his            pic s9(13)v99.
       01 acum-his             pic s9(13)v99.
       01 tot-coste-emp-his    pic s9(14)v99.
       01 tot-acum-emp-his     pic s9(14)v99.
       01 tot-coste-his        pic s9(14)v99.
       01 tot-acum-his         pic s9(14)v99.
       01 cnt-act-emp-his      pic 9(7) comp-5.
       01 cnt-act-his          pic 9(7) comp-5.
       01 cnt-fil-his          pic 9(7) comp-5.
       01 cnt-err-his          pic 9(7) comp-5.
       01 his-imp-ed           pic -(12)9,99.
       01 his-imp-ed2          pic -(12)9,99.
       01 his-fec-ed           pic x(10).

       01 moneda-Aux           pic x.
       01 Cod-Activo-Aux       pic x(8).
       01 Fecha-Inicio-Aux     pic 9(8).
           set asientos-definitivos to false
           move 0 to ejercicio-asientos
           move 0 to num-ctas-grupo-asi
           move 0 to num-ctas-inm-baj
           move 0 to fecha-baja-desde fecha-baja-hasta
           move spaces to path-ventas-baj
           move 0 to fecha-corte-lib
           set libro-en-delimitado to false
           move spaces to path-coeficientes-par
           move spaces to path-altas-act
           move 0 to emp-destino-tra fecha-tra-num
           move spaces to grupo-tra path-traspaso-par
           move 5 to ejercicios-his
           move 0 to num-rec-his

           *> Rango completo por defecto; para repartir la conversión
           *> masiva en paralelo, cambiar aquí el rango de cada proceso.
               perform Generar-Asientos-Amortizacion
               perform MsgProcesoFinalizado

           when "D"
               *> Impuesto diferido por la diferencia entre la
               *> amortización contable y la fiscal del ejercicio
               *> indicado: informe y propuesta siempre,
               *> contabilización sólo en modo definitivo.
               perform Generar-Impuesto-Diferido
               perform MsgProcesoFinalizado

           when "B"
               *> Bajas de activos del periodo indicado: dotación
               *> hasta la baja y asiento de baja con su resultado,
               *> propuestos siempre y contabilizados sólo en modo
               *> definitivo.
               perform Generar-Bajas-Activos
               perform MsgProcesoFinalizado

           when "L"
               *> Libro registro de bienes de inversión a la fecha de
               *> corte indicada, sin modificar ningún fichero.
               perform Generar-Libro-Registro
               perform MsgProcesoFinalizado

           when "C"
               *> Cambio masivo de coeficientes por grupo de activos,
               *> con recálculo de los ejercicios futuros del plan.
               perform Cambiar-Coeficientes-Grupo
               perform MsgProcesoFinalizado

           when "N"
               *> Carga de activos nuevos desde un fichero delimitado,
               *> con su plan de amortización y fichero de rechazos.
               perform Cargar-Altas-Activos
               perform MsgProcesoFinalizado

           when "T"
               *> Traspaso de activos a otra empresa del grupo con su
               *> historia de amortización: propuesta siempre,
               *> contabilización sólo en modo definitivo.
               perform Traspasar-Activos
               perform MsgProcesoFinalizado

           when "H"
               *> Paso al histórico de la empresa de los activos dados
               *> de baja hace más de los ejercicios indicados.
               perform Archivar-Historico
               perform MsgProcesoFinalizado

           when "X"
               *> Recuperación de activos del histórico.
               perform Recuperar-Historico
               perform MsgProcesoFinalizado

           when "P"
               *> Previsión de amortizaciones: recalcula los planes y
               *> proyecta las dotaciones de los ejercicios futuros en
               perform Grabar-Version-Backup
           end-if

           *> Copia nueva: la marca de una restauración anterior ya
           *> no corresponde a ella
           call "cbl_delete_file" using path-backup-rst

           if not backup-correcta
               move ERROR-BACKUP to incid
               perform Grabar-Incidencia
                  Eco-Codigo-Empresa "VER.DAT" delimited size
                  into path-backup-ver
           end-string

           initialize path-backup-rst
           string path-backup-dir delimited spaces
                  Eco-Codigo-Empresa "RST.DAT" delimited size
                  into path-backup-rst
           end-string
       .

      *> Junto con los ficheros se guarda la marca de versión que la

               if conversion-ok = "S"
                   perform Retrasar-Version-Empresa
                   perform Grabar-Marca-Restauracion
                   initialize texto-log
                   string "Empresa " codigo-empresa
                          " restaurada a su estado previo a la "
           end-if
       .

      *> Fecha y hora de la restauración junto a la copia
      *> (nnnnnRST.DAT), se haga en pantalla o en batch: el log sólo
      *> existe en batch y el estado de las empresas (ECOESTEM)
      *> necesita saber que la copia ya se ha devuelto.
       Grabar-Marca-Restauracion.
           open output restauracion-backup
           if fcd-error-bak = "00"
               accept fec-rst-bak from date yyyymmdd
               accept hora-log from time
               move hora-log(1:6) to hor-rst-bak
               write reg-restauracion-backup
               close restauracion-backup
           else
               initialize texto-log
               string "Empresa " codigo-empresa
                      ": no se ha podido anotar la restauración en "
                      delimited size
                      path-backup-rst delimited spaces
                      into texto-log
               end-string
               perform Grabar-Log-Batch
           end-if
       .

      *> Deja la marca de versión de TECODIR como estaba antes de la
      *> conversión, de forma que la conversión masiva vuelva a tratar
      *> la empresa en la siguiente pasada.
                                         + 1231
                   move 0 to tot-dot-asi
                   move 0 to cnt-asi-tot cnt-sin-plan-asi cnt-err-asi
                   move 0 to cnt-baja-asi

                   if asientos-definitivos
                       perform Abrir-Cruce-Asi
           move spaces to grupo-asi-ant

           perform Cabecera-Propuesta-Empresa
           perform Cargar-Entradas-Lib

           *> Los ficheros de activos sólo se leen; los apuntes los
           *> graba ECOMSAC sobre la contabilidad de la empresa.
      *> Fila del plan del activo leído para el ejercicio pedido: con
      *> dotación distinta de cero se propone (y, en definitivo, se
      *> contabiliza) su apunte; sin fila, o a cero, el activo sólo
      *> cuenta como "sin dotación". Los activos dados de baja en el
      *> ejercicio (o antes) no se tocan: la dotación del año de la
      *> baja la contabiliza la baja (Funcion "B") con sus apuntes.
       Asiento-Activo.
           move cod-act-aac(1:2) to grupo-asi
           if hay-grupo-asi and grupo-asi <> grupo-asi-ant
           move grupo-asi to grupo-asi-ant
           set hay-grupo-asi to true

           set activo-baja-asi to false
           if fec-baj-aac not= 0
               move fec-baj-aac(5:4) to any-baja-amd
               if any-baja-amd <= ejercicio-asientos
                   set activo-baja-asi to true
               end-if
           end-if

           if activo-baja-asi
               add 1 to cnt-baja-asi
               initialize reg-propuesta-asi
               string "    " cod-act-aac
                      "  dado de baja: su dotación va con la baja"
                      delimited size
                      into reg-propuesta-asi
               end-string
               write reg-propuesta-asi
           else
               initialize reg-feeeeaam
               move "1" to tip-reg-aam
               move eco-act-cod to act-emp-aam
               move cod-act-aac to cod-act-aam
               move ejercicio-asientos to fec-amo-aam
               move "N" to bloqueo
               call "RR-AAM" using bloqueo
                                   fcd-error
               *> De un activo llegado por traspaso en el ejercicio
               *> sólo se dota lo que no dotó el origen
               move 0 to imp-dotacion-asi
               if fcd-ok
                   move amo-con-aam to imp-dotacion-asi
                   move ejercicio-asientos to any-parte-ori
                   perform Buscar-Parte-Origen
                   subtract con-parte-ori from imp-dotacion-asi
               end-if
               if imp-dotacion-asi not= 0
                   add imp-dotacion-asi to tot-dot-gru-asi
                                           tot-dot-emp-asi
                                           tot-dot-asi

                   move imp-dotacion-asi to asi-imp-ed
                   initialize reg-propuesta-asi
                   string "    " cod-act-aac
                          "  dotación: " asi-imp-ed
                          delimited size
                          into reg-propuesta-asi
                   end-string
                   write reg-propuesta-asi

                   if asientos-definitivos
                       perform Contabilizar-Asiento-Activo
                   else
                       add 1 to cnt-asi-emp cnt-asi-tot
                   end-if
               else
                   add 1 to cnt-sin-plan-asi
               end-if
           end-if
       .

           end-string
           write reg-propuesta-asi

           if cnt-baja-asi > 0
               move cnt-baja-asi to asi-num-ed
               initialize reg-propuesta-asi
               string "Activos dados de baja...: " asi-num-ed
                      delimited size
                      into reg-propuesta-asi
               end-string
               write reg-propuesta-asi
           end-if

           if cnt-err-asi > 0
               move cnt-err-asi to asi-num-ed
               initialize reg-propuesta-asi
       .

      *===============================================================
      * Impuesto diferido de la amortización (Funcion "D"). Para el
      * ejercicio indicado recorre la cadena de plan de cada activo
      * y obtiene la diferencia entre la dotación contable y la
      * fiscal del ejercicio, la acumulada hasta él y el primer
      * ejercicio posterior en que la diferencia cambia de signo
      * (empieza a revertir). El efecto impositivo de la diferencia
      * del ejercicio se propone contra la 4740 si la diferencia
      * acumulada es deducible (contable mayor que fiscal) o contra
      * la 479 si es imponible, y la otra cuenta del apunte es la de
      * impuesto diferido. Sólo la pasada definitiva contabiliza vía
      * ECOMSAC, dejando en el fichero de cruce el apunte de cada
      * activo. Ningún fichero de activos se modifica.
      *===============================================================
       Generar-Impuesto-Diferido.
           evaluate true
           when ejercicio-asientos = 0
               move "N" to op-exito
               initialize texto-log
               move "Falta el parámetro EJERCICIO= para calcular " &
                    "el impuesto diferido." to texto-log
               perform Grabar-Log-Batch
           when gravamen-dif-erroneo
               move "N" to op-exito
               initialize texto-log
               string "TIPO-GRAVAMEN= no válido: "
                      gravamen-erroneo-dif
                      delimited size
                      into texto-log
               end-string
               perform Grabar-Log-Batch
           when other
               perform Abrir-Informe-Dif
               if not informe-dif-abierto
                   move "N" to op-exito
               else
                   compute fecha-asiento = ejercicio-asientos * 10000
                                         + 1231
                   move 0 to tot-eje-dif tot-acu-dif tot-cuo-dif
                   move 0 to cnt-act-dif cnt-asi-dif cnt-err-dif

                   if asientos-definitivos
                       perform Abrir-Cruce-Dif
                   end-if

                   perform Recorrer-Empresas-Dif

                   perform Totales-Informe-Dif
                   close informe-dif
                   set informe-dif-abierto to false
                   if cruce-dif-abierto
                       close cruce-dif
                       set cruce-dif-abierto to false
                   end-if

                   if cnt-err-dif > 0
                       move "N" to op-exito
                   end-if

                   initialize texto-log
                   string "Impuesto diferido del ejercicio "
                          ejercicio-asientos
                          ": informe en " delimited size
                          path-informe-dif delimited spaces
                          into texto-log
                   end-string
                   perform Grabar-Log-Batch

                   perform Limpiar-Progreso
               end-if
           end-evaluate
       .

       Recorrer-Empresas-Dif.
           initialize tabla-operaciones
           move "L" to operacion(TFI-RESERVADO)
           move "B" to operacion(TFI-TECODIR)
           perform Modulo-ECOMTFI
           move spaces to operacion(TFI-RESERVADO)

           if op-exito-tfi = "N"
               move "N" to op-exito
               move ERROR-TECODIR to incid
               perform Grabar-Incidencia
           else
               move Rango-Emp-Desde to cod-emp-dir
               move 1 to clave-fichero
               call "ST-DIR" using
                   reg-tecodir,
                   ">=",
                   clave-fichero,
                   fcd-error
               if fcd-ok
                   set fin-bucle to false
                   perform with test after until fin-bucle
                       call "RN-DIR" using reg-tecodir, "N", fcd-error
                       if fcd-ok
                           if cod-emp-dir > Rango-Emp-Hasta
                               set fin-bucle to true
                           else
                               perform Diferido-Empresa
                           end-if
                       else
                           set fin-bucle to true
                       end-if
                   end-perform
               end-if

               initialize tabla-operaciones
               move "C" to operacion(TFI-TECODIR)
               perform Modulo-ECOMTFI
           end-if
       .

       Diferido-Empresa.
           move cod-emp-dir to eco-codigo-empresa
           move cam-acc-dir to Eco-Camino-Acceso-Ficheros
           perform Progreso-Diferido

           move 0 to tot-eje-emp-dif tot-acu-emp-dif tot-cuo-emp-dif
           move 0 to tot-eje-gru-dif tot-acu-gru-dif tot-cuo-gru-dif
           set hay-grupo-dif to false
           move spaces to grupo-dif-ant
           perform Cargar-Entradas-Lib

           perform Cabecera-Informe-Dif-Empresa

           initialize Tabla-Operaciones
           move "A" to Operacion(TFI-Feeeeaac)
           move "A" to Operacion(TFI-Feeeeaam)
           move "L" to Operacion(TFI-Reservado)
           perform Modulo-Ecomtfi
           if Operacion(Tfi-Reservado) <> "L"
               initialize reg-informe-dif
               move "    (no se han podido abrir los activos)"
                   to reg-informe-dif
               write reg-informe-dif
           else
               perform Recorrer-Activos-Dif

               if hay-grupo-dif
                   perform Subtotal-Grupo-Dif
               end-if
               perform Total-Empresa-Dif

               initialize Tabla-Operaciones
               move "C" to Operacion(TFI-Feeeeaac)
               move "C" to Operacion(TFI-Feeeeaam)
               move "L" to Operacion(TFI-Reservado)
               perform Modulo-Ecomtfi
           end-if
       .

       Recorrer-Activos-Dif.
           initialize REG-FEEEEAAC
           move 1 to CLAVE
           call "ST-AAC" using ">="
                               CLAVE
                               FCD-ERROR
           if fcd-ok
               set fin-bucle-aac to false
               perform until fin-bucle-aac
                   move "N" to BLOQUEO
                   call "RN-AAC" using BLOQUEO
                                       FCD-ERROR
                   if fcd-ok
                       if tip-reg-aac = "1"
                           perform Diferido-Activo
                       else
                           set fin-bucle-aac to true
                       end-if
                   else
                       set fin-bucle-aac to true
                   end-if
               end-perform
           end-if
       .

      *> Recorre la cadena de plan del activo leído. Las filas llegan
      *> en orden de ejercicio, así que al pasar el ejercicio pedido
      *> la acumulada ya está completa y basta con buscar la primera
      *> diferencia posterior de signo contrario. Un activo sin
      *> ninguna diferencia hasta el ejercicio no sale en el informe.
       Diferido-Activo.
           move 0 to dif-ant-dif dif-eje-dif dif-acu-dif
           move 0 to any-rev-dif
           move ejercicio-asientos to any-parte-ori
           perform Buscar-Parte-Origen

           initialize reg-feeeeaam
           move "1" to tip-reg-aam
           move eco-act-cod to act-emp-aam
           move cod-act-aac to cod-act-aam
           move 0 to fec-amo-aam
           move 1 to Clave
           move ">=" to Condicion
           call "ST-AAM" using Condicion
                               Clave
                               Fcd-Error
           if fcd-ok
               set fin-cadena-dif to false
               perform until fin-cadena-dif
                   call "RN-AAM" using "N"
                                       Fcd-Error
                   if fcd-ok and tip-reg-aam = "1" and
                      act-emp-aam = eco-act-cod and
                      cod-act-aam = cod-act-aac
                       perform Acumular-Fila-Dif
                   else
                       set fin-cadena-dif to true
                   end-if
               end-perform
           end-if

           if dif-eje-dif not= 0 or dif-acu-dif not= 0
               perform Listar-Activo-Dif
           end-if
       .

       Acumular-Fila-Dif.
           compute dif-fila-dif = amo-con-aam - amo-fis-aam
           evaluate true
           when fec-amo-aam < ejercicio-asientos
               add dif-fila-dif to dif-ant-dif dif-acu-dif
           when fec-amo-aam = ejercicio-asientos
               *> La diferencia de la parte del origen es suya
               compute dif-eje-dif = dif-fila-dif
                                   - (con-parte-ori - fis-parte-ori)
               add dif-fila-dif to dif-acu-dif
           when any-rev-dif = 0
               if (dif-acu-dif > 0 and dif-fila-dif < 0) or
                  (dif-acu-dif < 0 and dif-fila-dif > 0)
                   move fec-amo-aam to any-rev-dif
               end-if
           end-evaluate
       .

       Listar-Activo-Dif.
           move cod-act-aac(1:2) to grupo-dif
           if hay-grupo-dif and grupo-dif <> grupo-dif-ant
               perform Subtotal-Grupo-Dif
           end-if
           move grupo-dif to grupo-dif-ant
           set hay-grupo-dif to true

           add 1 to cnt-act-dif
           compute cuota-dif rounded =
                   dif-eje-dif * tipo-gravamen-dif / 100

           add dif-eje-dif to tot-eje-gru-dif tot-eje-emp-dif
                              tot-eje-dif
           add dif-acu-dif to tot-acu-gru-dif tot-acu-emp-dif
                              tot-acu-dif
           add cuota-dif to tot-cuo-gru-dif tot-cuo-emp-dif
                            tot-cuo-dif

           move dif-eje-dif to dif-eje-ed
           move dif-acu-dif to dif-acu-ed
           move cuota-dif to dif-cuo-ed
           if any-rev-dif = 0
               move "----" to dif-rev-ed
           else
               move any-rev-dif to dif-rev-ed
           end-if
           initialize reg-informe-dif
           string "    " cod-act-aac
                  " " dif-eje-ed
                  " " dif-acu-ed
                  " " dif-cuo-ed
                  "  " dif-rev-ed
                  delimited size
                  into reg-informe-dif
           end-string
           write reg-informe-dif

           if cuota-dif not= 0 and asientos-definitivos
               perform Contabilizar-Impuesto-Dif
           end-if
       .

      *> Apunte del efecto impositivo del activo leído. La cuenta de
      *> balance la decide el signo de la diferencia acumulada antes
      *> del ejercicio (o, si no había, el de la del ejercicio): una
      *> diferencia deducible se lleva a la 4740 y una imponible a la
      *> 479. Si la diferencia del ejercicio va en el mismo sentido
      *> que la acumulada se dota la cuenta de balance; si va en
      *> sentido contrario se revierte.
       Contabilizar-Impuesto-Dif.
           if dif-ant-dif > 0 or
              (dif-ant-dif = 0 and dif-eje-dif > 0)
               move cta-activo-dif to cta-diferido-uso
           else
               move cta-pasivo-dif to cta-diferido-uso
           end-if

           initialize parametros-ecomsac
           move "A" to fun-sac
           move fecha-asiento to fec-apu-sac
           if cuota-dif > 0
               move cta-diferido-uso to cta-apu-sac
               move cta-impuesto-dif to ctr-apu-sac
               move cuota-dif to imp-apu-sac
           else
               move cta-impuesto-dif to cta-apu-sac
               move cta-diferido-uso to ctr-apu-sac
               compute imp-apu-sac = 0 - cuota-dif
           end-if
           initialize con-apu-sac
           string "Imp. diferido amort. " ejercicio-asientos
                  " " delimited size
                  cod-act-aac delimited spaces
                  into con-apu-sac
           end-string
           move cod-act-aac to doc-apu-sac

           move 3 to np-ecomsac
           call "ECOMSAC" using np-ecomsac,
                                parametros-ecomsac,
                                op-exito-sac
           cancel "ECOMSAC"

           if op-exito-sac = "S"
               add 1 to cnt-asi-dif
               if cruce-dif-abierto
                   move dif-eje-dif to dif-eje-ed
                   move cuota-dif to dif-cuo-ed
                   initialize reg-cruce-dif
                   move cod-emp-dir to codigo-empresa
                   string codigo-empresa ";"
                          cod-act-aac ";"
                          ejercicio-asientos ";"
                          dif-eje-ed ";"
                          dif-cuo-ed ";"
                          cta-diferido-uso ";"
                          nro-asi-sac
                          delimited size
                          into reg-cruce-dif
                   end-string
                   write reg-cruce-dif
               end-if
           else
               add 1 to cnt-err-dif
               initialize reg-informe-dif
               string "    " cod-act-aac
                      "  ERROR: no se ha podido contabilizar el "
                      "apunte."
                      delimited size
                      into reg-informe-dif
               end-string
               write reg-informe-dif
           end-if
       .

       Subtotal-Grupo-Dif.
           move tot-eje-gru-dif to dif-eje-ed
           move tot-acu-gru-dif to dif-acu-ed
           move tot-cuo-gru-dif to dif-cuo-ed
           initialize reg-informe-dif
           string "  Grupo " grupo-dif-ant
                  "   " dif-eje-ed
                  " " dif-acu-ed
                  " " dif-cuo-ed
                  delimited size
                  into reg-informe-dif
           end-string
           write reg-informe-dif
           move 0 to tot-eje-gru-dif tot-acu-gru-dif tot-cuo-gru-dif
       .

       Total-Empresa-Dif.
           move tot-eje-emp-dif to dif-eje-ed
           move tot-acu-emp-dif to dif-acu-ed
           move tot-cuo-emp-dif to dif-cuo-ed
           initialize reg-informe-dif
           string "  Empresa    " dif-eje-ed
                  " " dif-acu-ed
                  " " dif-cuo-ed
                  delimited size
                  into reg-informe-dif
           end-string
           write reg-informe-dif
       .

       Totales-Informe-Dif.
           initialize reg-informe-dif
           move spaces to reg-informe-dif
           write reg-informe-dif

           move tot-eje-dif to dif-eje-ed
           move tot-acu-dif to dif-acu-ed
           move tot-cuo-dif to dif-cuo-ed
           initialize reg-informe-dif
           string "Cartera      " dif-eje-ed
                  " " dif-acu-ed
                  " " dif-cuo-ed
                  delimited size
                  into reg-informe-dif
           end-string
           write reg-informe-dif

           move cnt-act-dif to asi-num-ed
           initialize reg-informe-dif
           string "Activos con diferencias.: " asi-num-ed
                  delimited size
                  into reg-informe-dif
           end-string
           write reg-informe-dif

           if asientos-definitivos
               move cnt-asi-dif to asi-num-ed
               initialize reg-informe-dif
               string "Apuntes contabilizados..: " asi-num-ed
                      delimited size
                      into reg-informe-dif
               end-string
               write reg-informe-dif
           end-if

           if cnt-err-dif > 0
               move cnt-err-dif to asi-num-ed
               initialize reg-informe-dif
               string "Apuntes con error.......: " asi-num-ed
                      delimited size
                      into reg-informe-dif
               end-string
               write reg-informe-dif
           end-if
       .

       Abrir-Informe-Dif.
           set informe-dif-abierto to false
           move FICHERO-INFORME-DIF to path-informe-dif
           call "cbl_delete_file" using path-informe-dif
           open output informe-dif
           if fcd-error-dif = "00"
               set informe-dif-abierto to true

               move tipo-gravamen-dif to dif-tipo-ed
               initialize reg-informe-dif
               if asientos-definitivos
                   string "Impuesto diferido de la amortización del "
                          "ejercicio " ejercicio-asientos
                          " al " dif-tipo-ed "% (pasada definitiva)"
                          delimited size
                          into reg-informe-dif
                   end-string
               else
                   string "Propuesta de impuesto diferido de la "
                          "amortización del ejercicio "
                          ejercicio-asientos " al " dif-tipo-ed "%"
                          delimited size
                          into reg-informe-dif
                   end-string
               end-if
               write reg-informe-dif

               initialize reg-informe-dif
               string "    Activo     Dif. ejercicio   Dif. acumulada "
                      "Efecto impuesto  Revierte"
                      delimited size
                      into reg-informe-dif
               end-string
               write reg-informe-dif
           end-if
       .

       Abrir-Cruce-Dif.
           set cruce-dif-abierto to false
           move FICHERO-CRUCE-DIF to path-cruce-dif
           call "cbl_delete_file" using path-cruce-dif
           open output cruce-dif
           if fcd-error-cdf = "00"
               set cruce-dif-abierto to true
               initialize reg-cruce-dif
               move "EMPRESA;ACTIVO;EJERCICIO;DIFERENCIA;IMPUESTO;" &
                    "CUENTA;ASIENTO" to reg-cruce-dif
               write reg-cruce-dif
           end-if
       .

       Cabecera-Informe-Dif-Empresa.
           initialize reg-informe-dif
           move spaces to reg-informe-dif
           write reg-informe-dif

           initialize reg-informe-dif
           move cod-emp-dir to codigo-empresa
           string "Empresa " codigo-empresa " - " nom-emp-dir
                  delimited size
                  into reg-informe-dif
           end-string
           write reg-informe-dif
       .

       Progreso-Diferido.
           perform Preparar-Limpiar-Progreso

           move "Empresa" to stp-negreta(1)
           move cod-emp-dir to codigo-empresa
           string
               codigo-empresa(1:) " - " nom-emp-dir
               delimited by size
               into stp-msg(1)
           end-string

           move "Calculando" to stp-negreta(2)
           move "Impuesto diferido de la amortización" to stp-msg(2)

           perform Mostrar-Progreso
       .

      *===============================================================
      * Bajas de activos (Funcion "B"). Busca en las empresas del
      * rango los activos con fecha de baja (fec-baj-aac, guardada
      * como día, mes y año, igual que la espera el módulo de
      * cálculo) dentro del periodo pedido, recalcula su plan hasta
      * la baja y propone el asiento completo de la baja:
      *   - dotación del ejercicio hasta la fecha de baja (681 contra
      *     la amortización acumulada del grupo);
      *   - cancelación de la amortización acumulada contra el
      *     inmovilizado;
      *   - cobro de la venta, si el fichero de ventas trae importe
      *     para el activo, contra el inmovilizado por el valor neto
      *     y contra la 771 por el beneficio;
      *   - la pérdida, si la hay, en la 671 contra el inmovilizado.
      * El coste que se da de baja es el valor de adquisición más la
      * revalorización. La pasada definitiva contabiliza cada apunte
      * vía ECOMSAC y deja el cruce en su fichero. Los activos cuyo
      * plan grabado en FEEEEAAM no cierra en la fecha de baja se
      * marcan en el listado con el motivo. Ningún fichero de activos
      * se modifica.
      *===============================================================
       Generar-Bajas-Activos.
           if fecha-baja-desde = 0 and fecha-baja-hasta = 0 and
              ejercicio-asientos not= 0
               compute fecha-baja-desde = ejercicio-asientos * 10000
                                        + 0101
               compute fecha-baja-hasta = ejercicio-asientos * 10000
                                        + 1231
           end-if
           if fecha-baja-hasta = 0
               move 99999999 to fecha-baja-hasta
           end-if

           if fecha-baja-desde = 0 and fecha-baja-hasta = 99999999
               move "N" to op-exito
               initialize texto-log
               move "Falta el periodo de las bajas (BAJAS-DESDE= y " &
                    "BAJAS-HASTA=, o EJERCICIO=)." to texto-log
               perform Grabar-Log-Batch
           else
               perform Abrir-Propuesta-Baj
               if not propuesta-baj-abierta
                   move "N" to op-exito
               else
                   move 0 to tot-coste-baj tot-acum-baj tot-dot-baj
                             tot-neto-baj tot-venta-baj tot-res-baj
                   move 0 to cnt-baj-tot cnt-nocierra-baj
                             cnt-apu-baj cnt-err-baj

                   perform Cargar-Ventas-Baja

                   if asientos-definitivos
                       perform Abrir-Cruce-Baj
                   end-if

                   perform Recorrer-Empresas-Baj

                   perform Totales-Propuesta-Baj
                   close propuesta-baj
                   set propuesta-baj-abierta to false
                   if cruce-baj-abierto
                       close cruce-baj
                       set cruce-baj-abierto to false
                   end-if

                   if cnt-err-baj > 0
                       move "N" to op-exito
                   end-if

                   initialize texto-log
                   string "Bajas de activos del " fecha-baja-desde
                          " al " fecha-baja-hasta
                          ": propuesta en " delimited size
                          path-propuesta-baj delimited spaces
                          into texto-log
                   end-string
                   perform Grabar-Log-Batch

                   perform Limpiar-Progreso
               end-if
           end-if
       .

      *> Importes de venta de los activos dados de baja. Sin fichero
      *> no hay ventas: todas las bajas se tratan como retiros.
       Cargar-Ventas-Baja.
           move 0 to num-ventas-baj
           if path-ventas-baj = spaces
               move FICHERO-VENTAS-BAJ to path-ventas-baj
           end-if
           open input ventas-baj
           if fcd-error-vbj = "00"
               set fin-lectura-vbj to false
               perform Leer-Linea-Ventas-Baj until fin-lectura-vbj
               close ventas-baj
           end-if
       .

       Leer-Linea-Ventas-Baj.
           read ventas-baj next record
               at end
                   set fin-lectura-vbj to true
               not at end
                   perform Tratar-Linea-Ventas-Baj
           end-read
       .

       Tratar-Linea-Ventas-Baj.
           if reg-ventas-baj not= spaces and
              reg-ventas-baj(1:1) not= "*"
               initialize campos-venta-baj
               unstring reg-ventas-baj delimited by ";"
                   into emp-venta-txt, act-venta-txt, imp-venta-txt
               end-unstring
               move imp-venta-txt to importe-texto
               perform Convertir-Importe-Texto

               if emp-venta-txt is numeric and
                  act-venta-txt not= spaces and
                  importe-valido and
                  num-ventas-baj < Max-Ventas-Baj
                   add 1 to num-ventas-baj
                   move emp-venta-txt to emp-venta-baj(num-ventas-baj)
                   move act-venta-txt to act-venta-baj(num-ventas-baj)
                   move importe-convertido
                     to imp-venta-baj(num-ventas-baj)
               else
                   initialize texto-log
                   string "Línea de ventas ignorada: " delimited size
                          reg-ventas-baj delimited size
                          into texto-log
                   end-string
                   perform Grabar-Log-Batch
               end-if
           end-if
       .

       Recorrer-Empresas-Baj.
           initialize tabla-operaciones
           move "L" to operacion(TFI-RESERVADO)
           move "B" to operacion(TFI-TECODIR)
           perform Modulo-ECOMTFI
           move spaces to operacion(TFI-RESERVADO)

           if op-exito-tfi = "N"
               move "N" to op-exito
               move ERROR-TECODIR to incid
               perform Grabar-Incidencia
           else
               move Rango-Emp-Desde to cod-emp-dir
               move 1 to clave-fichero
               call "ST-DIR" using
                   reg-tecodir,
                   ">=",
                   clave-fichero,
                   fcd-error
               if fcd-ok
                   set fin-bucle to false
                   perform with test after until fin-bucle
                       call "RN-DIR" using reg-tecodir, "N", fcd-error
                       if fcd-ok
                           if cod-emp-dir > Rango-Emp-Hasta
                               set fin-bucle to true
                           else
                               perform Bajas-Empresa
                           end-if
                       else
                           set fin-bucle to true
                       end-if
                   end-perform
               end-if

               initialize tabla-operaciones
               move "C" to operacion(TFI-TECODIR)
               perform Modulo-ECOMTFI
           end-if
       .

      *> La cabecera de la empresa sólo se escribe al encontrar su
      *> primera baja, para que el listado no se llene de empresas
      *> sin movimiento.
       Bajas-Empresa.
           move cod-emp-dir to eco-codigo-empresa
           move cam-acc-dir to Eco-Camino-Acceso-Ficheros
           perform Progreso-Bajas

           move 0 to tot-coste-emp-baj tot-acum-emp-baj
                     tot-dot-emp-baj tot-neto-emp-baj
                     tot-venta-emp-baj tot-res-emp-baj
           move 0 to cnt-baj-emp
           set emp-baj-con-cabecera to false
           perform Cargar-Traspasos-Baj
           perform Cargar-Entradas-Lib

           initialize Tabla-Operaciones
           move "A" to Operacion(TFI-Feeeeaac)
           move "A" to Operacion(TFI-Feeeeaam)
           move "L" to Operacion(TFI-Reservado)
           perform Modulo-Ecomtfi
           if Operacion(Tfi-Reservado) <> "L"
               perform Cabecera-Propuesta-Baj-Empresa
               initialize reg-propuesta-baj
               move "    (no se han podido abrir los activos)"
                   to reg-propuesta-baj
               write reg-propuesta-baj
           else
               perform Recorrer-Activos-Baj

               if cnt-baj-emp > 0
                   perform Total-Empresa-Baj
               end-if

               initialize Tabla-Operaciones
               move "C" to Operacion(TFI-Feeeeaac)
               move "C" to Operacion(TFI-Feeeeaam)
               move "L" to Operacion(TFI-Reservado)
               perform Modulo-Ecomtfi
           end-if
       .

       Recorrer-Activos-Baj.
           initialize REG-FEEEEAAC
           move 1 to CLAVE
           call "ST-AAC" using ">="
                               CLAVE
                               FCD-ERROR
           if fcd-ok
               set fin-bucle-aac to false
               perform until fin-bucle-aac
                   move "N" to BLOQUEO
                   call "RN-AAC" using BLOQUEO
                                       FCD-ERROR
                   if fcd-ok
                       if tip-reg-aac = "1"
                           perform Comprobar-Baja-Activo
                       else
                           set fin-bucle-aac to true
                       end-if
                   else
                       set fin-bucle-aac to true
                   end-if
               end-perform
           end-if
       .

       Comprobar-Baja-Activo.
           if fec-baj-aac not= 0
               move fec-baj-aac(5:4) to fecha-baja-amd(1:4)
               move fec-baj-aac(3:2) to fecha-baja-amd(5:2)
               move fec-baj-aac(1:2) to fecha-baja-amd(7:2)
               if fecha-baja-amd >= fecha-baja-desde and
                  fecha-baja-amd <= fecha-baja-hasta
                   perform Buscar-Traspaso-Baj
                   if activo-traspasado-baj
                       perform Listar-Traspaso-Baj
                   else
                       perform Baja-Activo
                   end-if
               end-if
           end-if
       .

       Baja-Activo.
           if not emp-baj-con-cabecera
               perform Cabecera-Propuesta-Baj-Empresa
               set emp-baj-con-cabecera to true
           end-if
           add 1 to cnt-baj-emp cnt-baj-tot
           move fecha-baja-amd(1:4) to any-baja-amd

           *> Plan recalculado hasta la fecha de baja, con los mismos
           *> traspasos que la previsión
           move mon-ult-dir to moneda-Aux
           move cod-act-aac to Cod-Activo-Aux
           move fec-ina-aac to Fecha-Inicio-Aux
           move val-adq-aac to Val-Adqui-Aux
           move Val-Amo-aac to Valor-Amo-Aux
           move Inc-rev-aac to Inc-Rev-Aux
           move ind-nec-aac to Ind-Val-aux
           move val-nec-aac to Valor-neto-aux
           move fec-baj-aac to fec-baja

           initialize tabla
                      tabla-e
                      tabla-aux-e
           perform CalcularPlaAmort

           move 0 to acum-ant-baj dot-eje-baj
           perform varying iii from 1 by 1 until iii > 102
               if any-aux-e(iii) > 0
                   if any-aux-e(iii) < any-baja-amd
                       add amort-contable-aux-e(iii) to acum-ant-baj
                   end-if
                   if any-aux-e(iii) = any-baja-amd
                       move amort-contable-aux-e(iii) to dot-eje-baj
                   end-if
               end-if
           end-perform

           perform Leer-Plan-Fichero-Baj

           *> De un activo llegado por traspaso en el ejercicio de la
           *> baja, la parte del origen ya está dotada: cuenta en la
           *> acumulada pero no se vuelve a dotar
           move any-baja-amd to any-parte-ori
           perform Buscar-Parte-Origen
           compute dot-emp-baj = dot-eje-baj - con-parte-ori

           compute coste-baj = val-adq-aac + inc-rev-aac
           compute acum-baj = acum-ant-baj + dot-eje-baj
           compute neto-baj = coste-baj - acum-baj
           perform Buscar-Venta-Baja
           compute resultado-baj = venta-baj - neto-baj

           add coste-baj to tot-coste-emp-baj tot-coste-baj
           add acum-baj to tot-acum-emp-baj tot-acum-baj
           add dot-emp-baj to tot-dot-emp-baj tot-dot-baj
           add neto-baj to tot-neto-emp-baj tot-neto-baj
           add venta-baj to tot-venta-emp-baj tot-venta-baj
           add resultado-baj to tot-res-emp-baj tot-res-baj

           perform Comprobar-Cierre-Plan-Baj
           perform Listar-Activo-Baj

           if asientos-definitivos
               if neto-baj < 0
                   add 1 to cnt-err-baj
                   initialize reg-propuesta-baj
                   string "      ERROR: la amortización acumulada "
                          "supera el coste; no se contabiliza."
                          delimited size
                          into reg-propuesta-baj
                   end-string
                   write reg-propuesta-baj
               else
                   perform Contabilizar-Baja-Activo
               end-if
           end-if
       .

      *> Lo que FEEEEAAM tiene grabado para el activo: dotaciones de
      *> los ejercicios anteriores a la baja, la del ejercicio de la
      *> baja y las que haya de ejercicios posteriores.
       Leer-Plan-Fichero-Baj.
           move 0 to acum-ant-fic-baj dot-eje-fic-baj post-fic-baj
           set hay-fila-baja-fic to false

           initialize reg-feeeeaam
           move "1" to tip-reg-aam
           move eco-act-cod to act-emp-aam
           move cod-act-aac to cod-act-aam
           move 0 to fec-amo-aam
           move 1 to Clave
           move ">=" to Condicion
           call "ST-AAM" using Condicion
                               Clave
                               Fcd-Error
           if fcd-ok
               set fin-cadena-dif to false
               perform until fin-cadena-dif
                   call "RN-AAM" using "N"
                                       Fcd-Error
                   if fcd-ok and tip-reg-aam = "1" and
                      act-emp-aam = eco-act-cod and
                      cod-act-aam = cod-act-aac
                       evaluate true
                       when fec-amo-aam < any-baja-amd
                           add amo-con-aam to acum-ant-fic-baj
                       when fec-amo-aam = any-baja-amd
                           move amo-con-aam to dot-eje-fic-baj
                           set hay-fila-baja-fic to true
                       when other
                           add amo-con-aam to post-fic-baj
                       end-evaluate
                   else
                       set fin-cadena-dif to true
                   end-if
               end-perform
           end-if
       .

       Buscar-Venta-Baja.
           move 0 to venta-baj
           move cod-emp-dir to codigo-empresa
           perform varying venta-idx from 1 by 1
                   until venta-idx > num-ventas-baj
               if emp-venta-baj(venta-idx) = codigo-empresa and
                  act-venta-baj(venta-idx) = cod-act-aac
                   move imp-venta-baj(venta-idx) to venta-baj
               end-if
           end-perform
       .

      *> El plan cierra en la baja si FEEEEAAM no tiene dotaciones
      *> más allá del ejercicio de la baja y lo grabado hasta la baja
      *> coincide con lo recalculado hasta la fecha de baja.
       Comprobar-Cierre-Plan-Baj.
           set plan-baja-cierra to true
           move spaces to motivo-baj
           evaluate true
           when post-fic-baj not= 0
               move "dotaciones en FEEEEAAM posteriores al " &
                    "ejercicio de la baja" to motivo-baj
           when acum-ant-fic-baj not= acum-ant-baj
               move "amortización de ejercicios anteriores " &
                    "distinta de la recalculada" to motivo-baj
           when not hay-fila-baja-fic and dot-eje-baj not= 0
               move "sin fila en FEEEEAAM para el ejercicio de la " &
                    "baja" to motivo-baj
           when dot-eje-fic-baj not= dot-eje-baj
               move "dotación del ejercicio de la baja distinta de " &
                    "la calculada hasta la baja" to motivo-baj
           when neto-baj < 0
               move "la amortización acumulada supera el coste"
                   to motivo-baj
           end-evaluate
           if motivo-baj not= spaces
               set plan-baja-cierra to false
               add 1 to cnt-nocierra-baj
           end-if
       .

       Listar-Activo-Baj.
           initialize fecha-baja-ed
           string fecha-baja-amd(7:2) "/" fecha-baja-amd(5:2) "/"
                  fecha-baja-amd(1:4)
                  delimited size
                  into fecha-baja-ed
           end-string
           initialize reg-propuesta-baj
           string "    " cod-act-aac " " fecha-baja-ed " "
                  des-act-aac
                  delimited size
                  into reg-propuesta-baj
           end-string
           write reg-propuesta-baj

           move coste-baj to baj-imp-ed
           move acum-baj to baj-imp-ed2
           move dot-emp-baj to baj-imp-ed3
           initialize reg-propuesta-baj
           string "      Coste.......: " baj-imp-ed
                  "  Amort. acumulada: " baj-imp-ed2
                  "  Dotación ejercicio: " baj-imp-ed3
                  delimited size
                  into reg-propuesta-baj
           end-string
           write reg-propuesta-baj

           if con-parte-ori not= 0
               move con-parte-ori to baj-imp-ed
               initialize reg-propuesta-baj
               string "      Dotación del ejercicio ya contabilizada "
                      "por la empresa origen del traspaso: "
                      baj-imp-ed
                      delimited size
                      into reg-propuesta-baj
               end-string
               write reg-propuesta-baj
           end-if

           move neto-baj to baj-imp-ed
           move venta-baj to baj-imp-ed2
           move resultado-baj to baj-imp-ed3
           initialize reg-propuesta-baj
           string "      Valor neto..: " baj-imp-ed
                  "  Venta...........: " baj-imp-ed2
                  "  Resultado.........: " baj-imp-ed3
                  delimited size
                  into reg-propuesta-baj
           end-string
           write reg-propuesta-baj

           if not plan-baja-cierra
               initialize reg-propuesta-baj
               string "      ** El plan no cierra en la fecha de "
                      "baja: " motivo-baj
                      delimited size
                      into reg-propuesta-baj
               end-string
               write reg-propuesta-baj
           end-if
       .

      *> Apuntes de la baja del activo leído, cada uno cuadrado en sí
      *> mismo para que ECOMSAC pueda grabarlo con su contrapartida.
       Contabilizar-Baja-Activo.
           move cod-act-aac(1:2) to grupo-asi
           perform Buscar-Cta-Grupo-Asi
           perform Buscar-Cta-Inm-Baj

           if dot-emp-baj > 0
               move cta-dotacion-asi to apu-cta-baj
               move cta-acumulada-uso to apu-ctr-baj
               move dot-emp-baj to apu-imp-baj
               move "Dot. baja" to apu-con-baj
               perform Apunte-Baja-Activo
           end-if

           if acum-baj > 0
               move cta-acumulada-uso to apu-cta-baj
               move cta-inmovilizado-uso to apu-ctr-baj
               move acum-baj to apu-imp-baj
               move "Baja amort. acum." to apu-con-baj
               perform Apunte-Baja-Activo
           end-if

           if venta-baj > 0
               move cta-cobro-baj to apu-cta-baj
               move cta-inmovilizado-uso to apu-ctr-baj
               if venta-baj < neto-baj
                   move venta-baj to apu-imp-baj
               else
                   move neto-baj to apu-imp-baj
               end-if
               move "Venta inmovilizado" to apu-con-baj
               if apu-imp-baj > 0
                   perform Apunte-Baja-Activo
               end-if
           end-if

           if resultado-baj > 0
               move cta-cobro-baj to apu-cta-baj
               move cta-beneficio-baj to apu-ctr-baj
               move resultado-baj to apu-imp-baj
               move "Beneficio baja" to apu-con-baj
               perform Apunte-Baja-Activo
           end-if

           if resultado-baj < 0
               move cta-perdida-baj to apu-cta-baj
               move cta-inmovilizado-uso to apu-ctr-baj
               compute apu-imp-baj = 0 - resultado-baj
               move "Pérdida baja" to apu-con-baj
               perform Apunte-Baja-Activo
           end-if
       .

       Apunte-Baja-Activo.
           initialize parametros-ecomsac
           move "A" to fun-sac
           move fecha-baja-amd to fec-apu-sac
           move apu-cta-baj to cta-apu-sac
           move apu-ctr-baj to ctr-apu-sac
           move apu-imp-baj to imp-apu-sac
           initialize con-apu-sac
           string apu-con-baj delimited "  "
                  " " delimited size
                  cod-act-aac delimited spaces
                  into con-apu-sac
           end-string
           move cod-act-aac to doc-apu-sac

           move 3 to np-ecomsac
           call "ECOMSAC" using np-ecomsac,
                                parametros-ecomsac,
                                op-exito-sac
           cancel "ECOMSAC"

           if op-exito-sac = "S"
               add 1 to cnt-apu-baj
               if cruce-baj-abierto
                   move apu-imp-baj to baj-imp-ed
                   initialize reg-cruce-baj
                   move cod-emp-dir to codigo-empresa
                   string codigo-empresa ";"
                          cod-act-aac ";"
                          fecha-baja-amd ";"
                          apu-cta-baj ";"
                          apu-ctr-baj ";"
                          baj-imp-ed ";"
                          nro-asi-sac
                          delimited size
                          into reg-cruce-baj
                   end-string
                   write reg-cruce-baj
               end-if
           else
               add 1 to cnt-err-baj
               initialize reg-propuesta-baj
               string "      ERROR: no se ha podido contabilizar el "
                      "apunte " delimited size
                      apu-con-baj delimited "  "
                      "." delimited size
                      into reg-propuesta-baj
               end-string
               write reg-propuesta-baj
           end-if
       .

      *> Cuenta de inmovilizado del grupo actual: la parametrizada
      *> para el grupo o, en su defecto, la general.
       Buscar-Cta-Inm-Baj.
           move cta-inmovilizado-baj to cta-inmovilizado-uso
           perform varying cta-gru-idx from 1 by 1
                   until cta-gru-idx > num-ctas-inm-baj
               if gru-inm-baj(cta-gru-idx) = grupo-asi
                   move cta-inm-gru-baj(cta-gru-idx)
                     to cta-inmovilizado-uso
               end-if
           end-perform
       .

       Total-Empresa-Baj.
           move tot-coste-emp-baj to baj-imp-ed
           move tot-acum-emp-baj to baj-imp-ed2
           move tot-dot-emp-baj to baj-imp-ed3
           initialize reg-propuesta-baj
           string "  Total coste.....: " baj-imp-ed
                  "  Amort. acumulada: " baj-imp-ed2
                  "  Dotación ejercicio: " baj-imp-ed3
                  delimited size
                  into reg-propuesta-baj
           end-string
           write reg-propuesta-baj

           move tot-neto-emp-baj to baj-imp-ed
           move tot-venta-emp-baj to baj-imp-ed2
           move tot-res-emp-baj to baj-imp-ed3
           initialize reg-propuesta-baj
           string "  Total valor neto: " baj-imp-ed
                  "  Venta...........: " baj-imp-ed2
                  "  Resultado.........: " baj-imp-ed3
                  delimited size
                  into reg-propuesta-baj
           end-string
           write reg-propuesta-baj

           move cnt-baj-emp to asi-num-ed
           initialize reg-propuesta-baj
           string "  Bajas de la empresa: " asi-num-ed
                  delimited size
                  into reg-propuesta-baj
           end-string
           write reg-propuesta-baj
       .

       Totales-Propuesta-Baj.
           initialize reg-propuesta-baj
           move spaces to reg-propuesta-baj
           write reg-propuesta-baj

           move tot-coste-baj to baj-imp-ed
           move tot-acum-baj to baj-imp-ed2
           move tot-dot-baj to baj-imp-ed3
           initialize reg-propuesta-baj
           string "Cartera coste.....: " baj-imp-ed
                  "  Amort. acumulada: " baj-imp-ed2
                  "  Dotación ejercicio: " baj-imp-ed3
                  delimited size
                  into reg-propuesta-baj
           end-string
           write reg-propuesta-baj

           move tot-neto-baj to baj-imp-ed
           move tot-venta-baj to baj-imp-ed2
           move tot-res-baj to baj-imp-ed3
           initialize reg-propuesta-baj
           string "Cartera valor neto: " baj-imp-ed
                  "  Venta...........: " baj-imp-ed2
                  "  Resultado.........: " baj-imp-ed3
                  delimited size
                  into reg-propuesta-baj
           end-string
           write reg-propuesta-baj

           move cnt-baj-tot to asi-num-ed
           initialize reg-propuesta-baj
           string "Activos dados de baja...: " asi-num-ed
                  delimited size
                  into reg-propuesta-baj
           end-string
           write reg-propuesta-baj

           move cnt-nocierra-baj to asi-num-ed
           initialize reg-propuesta-baj
           string "Planes que no cierran...: " asi-num-ed
                  delimited size
                  into reg-propuesta-baj
           end-string
           write reg-propuesta-baj

           if asientos-definitivos
               move cnt-apu-baj to asi-num-ed
               initialize reg-propuesta-baj
               string "Apuntes contabilizados..: " asi-num-ed
                      delimited size
                      into reg-propuesta-baj
               end-string
               write reg-propuesta-baj
           end-if

           if cnt-err-baj > 0
               move cnt-err-baj to asi-num-ed
               initialize reg-propuesta-baj
               string "Bajas o apuntes con error: " asi-num-ed
                      delimited size
                      into reg-propuesta-baj
               end-string
               write reg-propuesta-baj
           end-if
       .

       Abrir-Propuesta-Baj.
           set propuesta-baj-abierta to false
           move FICHERO-PROPUESTA-BAJ to path-propuesta-baj
           call "cbl_delete_file" using path-propuesta-baj
           open output propuesta-baj
           if fcd-error-baj = "00"
               set propuesta-baj-abierta to true

               initialize reg-propuesta-baj
               if asientos-definitivos
                   string "Bajas de activos del " fecha-baja-desde
                          " al " fecha-baja-hasta
                          " (pasada definitiva)"
                          delimited size
                          into reg-propuesta-baj
                   end-string
               else
                   string "Propuesta de asientos de baja de activos "
                          "del " fecha-baja-desde
                          " al " fecha-baja-hasta
                          delimited size
                          into reg-propuesta-baj
                   end-string
               end-if
               write reg-propuesta-baj
           end-if
       .

       Abrir-Cruce-Baj.
           set cruce-baj-abierto to false
           move FICHERO-CRUCE-BAJ to path-cruce-baj
           call "cbl_delete_file" using path-cruce-baj
           open output cruce-baj
           if fcd-error-cbj = "00"
               set cruce-baj-abierto to true
               initialize reg-cruce-baj
               move "EMPRESA;ACTIVO;FECHA;CUENTA;CONTRAPARTIDA;" &
                    "IMPORTE;ASIENTO" to reg-cruce-baj
               write reg-cruce-baj
           end-if
       .

       Cabecera-Propuesta-Baj-Empresa.
           initialize reg-propuesta-baj
           move spaces to reg-propuesta-baj
           write reg-propuesta-baj

           initialize reg-propuesta-baj
           move cod-emp-dir to codigo-empresa
           string "Empresa " codigo-empresa " - " nom-emp-dir
                  delimited size
                  into reg-propuesta-baj
           end-string
           write reg-propuesta-baj
       .

       Progreso-Bajas.
           perform Preparar-Limpiar-Progreso

           move "Empresa" to stp-negreta(1)
           move cod-emp-dir to codigo-empresa
           string
               codigo-empresa(1:) " - " nom-emp-dir
               delimited by size
               into stp-msg(1)
           end-string

           move "Buscando" to stp-negreta(2)
           move "Bajas de activos" to stp-msg(2)

           perform Mostrar-Progreso
       .

      *> Convierte importe-texto en importe-convertido: parte entera
      *> y decimales separados por coma, como se teclean en la
      *> aplicación; los puntos de millar se ignoran y un signo menos
      *> en cualquier posición de la parte entera lo hace negativo.
      *> Cualquier otro carácter deja el importe como no válido.
       Convertir-Importe-Texto.
           set importe-valido to true
           set importe-negativo to false
           move 0 to importe-convertido importe-ent importe-dec
           move spaces to importe-ent-txt importe-dec-txt
           unstring importe-texto delimited by ","
               into importe-ent-txt, importe-dec-txt
           end-unstring

           if importe-ent-txt = spaces
               set importe-valido to false
           else
               perform varying pos-importe from 1 by 1
                       until pos-importe > 17
                   evaluate true
                   when importe-ent-txt(pos-importe:1) >= "0" and
                        importe-ent-txt(pos-importe:1) <= "9"
                       move importe-ent-txt(pos-importe:1)
                         to digito-importe
                       compute importe-ent = importe-ent * 10
                                           + digito-importe
                   when importe-ent-txt(pos-importe:1) = "-"
                       set importe-negativo to true
                   when importe-ent-txt(pos-importe:1) = "." or " "
                       continue
                   when other
                       set importe-valido to false
                   end-evaluate
               end-perform

               if importe-dec-txt not= spaces
                   if importe-dec-txt(2:1) = space
                       move "0" to importe-dec-txt(2:1)
                   end-if
                   if importe-dec-txt is numeric
                       move importe-dec-txt to importe-dec
                   else
                       set importe-valido to false
                   end-if
               end-if

               compute importe-convertido = importe-ent
                                          + importe-dec / 100
               if importe-negativo
                   compute importe-convertido = 0 - importe-convertido
               end-if
           end-if
       .

      *===============================================================
      * Libro registro de bienes de inversión (Funcion "L"). Recorre
      * las empresas del rango en modo lectura y lista cada activo
      * en servicio a la fecha de corte (iniciado en o antes de esa
      * fecha y sin baja, o con baja posterior) con su situación a
      * esa fecha. La amortización acumulada sale de las filas del
      * plan en FEEEEAAM: completas las de los ejercicios anteriores
      * al de corte y, la del ejercicio de corte, en proporción a los
      * meses transcurridos de los que cubre la fila (del mes de
      * inicio, si empieza ese año, al de baja, si acaba ese año).
      * Subtotales por grupo, totales por empresa y de cartera.
      *===============================================================
       Generar-Libro-Registro.
           if fecha-corte-lib = 0
               accept fecha-corte-lib from date yyyymmdd
           end-if
           move fecha-corte-lib(1:4) to any-corte-lib
           move fecha-corte-lib(5:2) to mes-corte-lib

           perform Abrir-Libro-Registro
           if not libro-abierto
               move "N" to op-exito
           else
               if libro-en-delimitado
                   perform Abrir-Libro-Delimitado
               end-if
               initialize Tabla-Totales-Lib
               move 0 to cnt-emp-lib

               initialize tabla-operaciones
               move "L" to operacion(TFI-RESERVADO)
               move "B" to operacion(TFI-TECODIR)
               perform Modulo-ECOMTFI
               move spaces to operacion(TFI-RESERVADO)

               if op-exito-tfi = "N"
                   move "N" to op-exito
                   move ERROR-TECODIR to incid
                   perform Grabar-Incidencia
               else
                   move Rango-Emp-Desde to cod-emp-dir
                   move 1 to clave-fichero
                   call "ST-DIR" using
                       reg-tecodir,
                       ">=",
                       clave-fichero,
                       fcd-error
                   if fcd-ok
                       set fin-bucle to false
                       perform with test after until fin-bucle
                           call "RN-DIR" using reg-tecodir, "N",
                                               fcd-error
                           if fcd-ok
                               if cod-emp-dir > Rango-Emp-Hasta
                                   set fin-bucle to true
                               else
                                   add 1 to cnt-emp-lib
                                   perform Libro-Empresa
                               end-if
                           else
                               set fin-bucle to true
                           end-if
                       end-perform
                   end-if

                   initialize tabla-operaciones
                   move "C" to operacion(TFI-TECODIR)
                   perform Modulo-ECOMTFI
               end-if

               perform Totales-Libro-Registro
               close libro-registro
               set libro-abierto to false
               if libro-del-abierto
                   close libro-delimitado
                   set libro-del-abierto to false
               end-if

               initialize texto-log
               string "Libro registro a " fecha-corte-lib
                      " generado en " delimited size
                      path-libro delimited spaces
                      into texto-log
               end-string
               perform Grabar-Log-Batch

               perform Limpiar-Progreso
           end-if
       .

       Libro-Empresa.
           move cod-emp-dir to eco-codigo-empresa
           move cam-acc-dir to Eco-Camino-Acceso-Ficheros
           perform Progreso-Libro

           initialize tot-lib-item(1) tot-lib-item(2)
           set hay-grupo-lib to false
           move spaces to grupo-lib-ant

           perform Cabecera-Libro-Empresa
           perform Cargar-Entradas-Lib

           initialize Tabla-Operaciones
           move "A" to Operacion(TFI-Feeeeaac)
           move "A" to Operacion(TFI-Feeeeaam)
           move "L" to Operacion(TFI-Reservado)
           perform Modulo-Ecomtfi
           if Operacion(Tfi-Reservado) <> "L"
               initialize reg-libro
               move "    (no se han podido abrir los activos)"
                   to reg-libro
               write reg-libro
           else
               perform Recorrer-Activos-Libro

               if hay-grupo-lib
                   move 1 to tot-lib-idx
                   perform Escribir-Total-Libro
               end-if

               perform Recorrer-Historico-Libro
               if hay-historico-lib and hay-grupo-lib
                   move 1 to tot-lib-idx
                   perform Escribir-Total-Libro
               end-if

               move 2 to tot-lib-idx
               perform Escribir-Total-Libro

               initialize Tabla-Operaciones
               move "C" to Operacion(TFI-Feeeeaac)
               move "C" to Operacion(TFI-Feeeeaam)
               move "L" to Operacion(TFI-Reservado)
               perform Modulo-Ecomtfi
           end-if
       .

       Recorrer-Activos-Libro.
           initialize REG-FEEEEAAC
           move 1 to CLAVE
           call "ST-AAC" using ">="
                               CLAVE
                               FCD-ERROR
           if fcd-ok
               set fin-bucle-aac to false
               perform until fin-bucle-aac
                   move "N" to BLOQUEO
                   call "RN-AAC" using BLOQUEO
                                       FCD-ERROR
                   if fcd-ok
                       if tip-reg-aac = "1"
                           perform Comprobar-Activo-Libro
                       else
                           set fin-bucle-aac to true
                       end-if
                   else
                       set fin-bucle-aac to true
                   end-if
               end-perform
           end-if
       .

      *> En servicio a la fecha de corte: iniciado no después de ella
      *> y sin baja o con la baja posterior (fec-baj-aac va como día,
      *> mes y año; ver Comprobar-Baja-Activo). Un activo recibido
      *> por traspaso está en la empresa desde la fecha de entrada:
      *> antes figura en el libro de la empresa origen.
       Comprobar-Activo-Libro.
           move 0 to fecha-baja-amd
           if fec-baj-aac not= 0
               move fec-baj-aac(5:4) to fecha-baja-amd(1:4)
               move fec-baj-aac(3:2) to fecha-baja-amd(5:2)
               move fec-baj-aac(1:2) to fecha-baja-amd(7:2)
           end-if
           perform Buscar-Entrada-Lib
           if fec-ina-aac <= fecha-corte-lib and
              (fecha-baja-amd = 0 or fecha-baja-amd > fecha-corte-lib)
              and fecha-entrada-lib <= fecha-corte-lib
               perform Libro-Activo
           end-if
       .

      *> Registro de entradas por traspaso de la empresa posicionada
      *> (lo graba la función T en la empresa destino). Las entradas
      *> anteriores a que se anotara la parte del origen no la
      *> traen: su fila del plan ya se grabó sin ella, y cuenta cero.
       Cargar-Entradas-Lib.
           move 0 to num-entradas-lib
           initialize path-registro-tra
           string Eco-Camino-Acceso-Ficheros delimited spaces
                  FICHERO-ENTRADAS-TRA delimited size
                  into path-registro-tra
           end-string
           open input registro-tra
           if fcd-error-rtr = "00"
               set fin-lectura-rtr to false
               perform until fin-lectura-rtr
                   read registro-tra next record
                       at end
                           set fin-lectura-rtr to true
                       not at end
                           initialize campos-registro-tra
                           unstring reg-registro-tra delimited by ";"
                               into act-rtr-txt, fec-rtr-txt,
                                    des-rtr-txt, con-rtr-txt,
                                    fis-rtr-txt
                           end-unstring
                           if fec-rtr-txt is numeric and
                              num-entradas-lib < Max-Activos-Tra
                               add 1 to num-entradas-lib
                               move act-rtr-txt to
                                    act-entrada-lib(num-entradas-lib)
                               move fec-rtr-txt to
                                    fec-entrada-lib(num-entradas-lib)
                               move 0 to
                                    con-entrada-lib(num-entradas-lib)
                                    fis-entrada-lib(num-entradas-lib)
                               if con-rtr-txt is numeric
                                   move con-rtr-num to
                                    con-entrada-lib(num-entradas-lib)
                               end-if
                               if fis-rtr-txt is numeric
                                   move fis-rtr-num to
                                    fis-entrada-lib(num-entradas-lib)
                               end-if
                           end-if
                   end-read
               end-perform
               close registro-tra
           end-if
       .

      *> Fecha de la última entrada por traspaso del activo leído;
      *> cero si no ha llegado por traspaso.
       Buscar-Entrada-Lib.
           move 0 to fecha-entrada-lib
           perform varying entrada-idx from 1 by 1
                   until entrada-idx > num-entradas-lib
               if act-entrada-lib(entrada-idx) = cod-act-aac and
                  fec-entrada-lib(entrada-idx) > fecha-entrada-lib
                   move fec-entrada-lib(entrada-idx)
                     to fecha-entrada-lib
               end-if
           end-perform
       .

      *> Parte de la dotación del ejercicio any-parte-ori que ya
      *> contabilizó la empresa origen, si el activo leído entró por
      *> traspaso en ese ejercicio (vale la última entrada). La fila
      *> del plan del destino es la del ejercicio entero, así que lo
      *> que dota el destino es la fila menos esta parte.
       Buscar-Parte-Origen.
           move 0 to con-parte-ori fis-parte-ori fecha-parte-ori
           perform varying entrada-idx from 1 by 1
                   until entrada-idx > num-entradas-lib
               move fec-entrada-lib(entrada-idx)(1:4)
                 to any-entrada-ori
               if act-entrada-lib(entrada-idx) = cod-act-aac and
                  any-entrada-ori = any-parte-ori and
                  fec-entrada-lib(entrada-idx) > fecha-parte-ori
                   move fec-entrada-lib(entrada-idx)
                     to fecha-parte-ori
                   move con-entrada-lib(entrada-idx) to con-parte-ori
                   move fis-entrada-lib(entrada-idx) to fis-parte-ori
               end-if
           end-perform
       .

       Libro-Activo.
           if activo-lib-historico and not hay-historico-lib
               initialize reg-libro
               move "  Activos archivados en el histórico de la " &
                    "empresa:" to reg-libro
               write reg-libro
               set hay-historico-lib to true
           end-if
           move cod-act-aac(1:2) to grupo-lib
           if hay-grupo-lib and grupo-lib <> grupo-lib-ant
               move 1 to tot-lib-idx
               perform Escribir-Total-Libro
           end-if
           move grupo-lib to grupo-lib-ant
           set hay-grupo-lib to true

           perform Amortizacion-Corte-Libro
           compute neto-lib = val-adq-aac + inc-rev-aac - con-acu-lib

           perform varying tot-lib-idx from 1 by 1
                   until tot-lib-idx > 3
               add 1 to tot-cnt-lib(tot-lib-idx)
               add val-adq-aac to tot-adq-lib(tot-lib-idx)
               add inc-rev-aac to tot-rev-lib(tot-lib-idx)
               add con-acu-lib to tot-con-lib(tot-lib-idx)
               add fis-acu-lib to tot-fis-lib(tot-lib-idx)
               add neto-lib to tot-net-lib(tot-lib-idx)
           end-perform

           initialize lib-fec-ini-ed
           string fec-ina-aac(7:2) "/" fec-ina-aac(5:2) "/"
                  fec-ina-aac(1:4)
                  delimited size
                  into lib-fec-ini-ed
           end-string
           move val-adq-aac to lib-adq-ed
           move inc-rev-aac to lib-rev-ed
           move con-acu-lib to lib-con-ed
           move fis-acu-lib to lib-fis-ed
           move neto-lib to lib-net-ed
           initialize reg-libro
           string "  " cod-act-aac " " des-act-aac(1:30) " "
                  lib-fec-ini-ed " " lib-adq-ed " " lib-rev-ed " "
                  lib-con-ed " " lib-fis-ed " " lib-net-ed
                  delimited size
                  into reg-libro
           end-string
           write reg-libro

           move spaces to lib-fec-baj-ed
           if fecha-baja-amd not= 0
               string fecha-baja-amd(7:2) "/" fecha-baja-amd(5:2) "/"
                      fecha-baja-amd(1:4)
                      delimited size
                      into lib-fec-baj-ed
               end-string
               initialize reg-libro
               string "           (baja posterior, el " lib-fec-baj-ed
                      ")"
                      delimited size
                      into reg-libro
               end-string
               write reg-libro
           end-if

           if libro-del-abierto
               initialize reg-libro-del
               move cod-emp-dir to codigo-empresa
               string codigo-empresa ";"
                      grupo-lib ";"
                      cod-act-aac ";"
                      des-act-aac delimited "  "
                      ";" delimited size
                      lib-fec-ini-ed ";"
                      lib-fec-baj-ed ";"
                      lib-adq-ed ";"
                      lib-rev-ed ";"
                      lib-con-ed ";"
                      lib-fis-ed ";"
                      lib-net-ed
                      delimited size
                      into reg-libro-del
               end-string
               write reg-libro-del
           end-if
       .

      *> Amortización contable y fiscal acumulada del activo leído a
      *> la fecha de corte, a partir de su cadena de FEEEEAAM.
       Amortizacion-Corte-Libro.
           move 0 to con-acu-lib fis-acu-lib

           *> Meses que cubre la fila del ejercicio de corte y meses
           *> de ella transcurridos hasta la fecha de corte
           move 1 to mes-desde-lib
           if fec-ina-aac(1:4) = any-corte-lib
               move fec-ina-aac(5:2) to mes-desde-lib
           end-if
           move 12 to mes-hasta-lib
           if fecha-baja-amd(1:4) = any-corte-lib
               move fecha-baja-amd(5:2) to mes-hasta-lib
           end-if
           compute meses-fila-lib = mes-hasta-lib - mes-desde-lib + 1
           if mes-corte-lib < mes-hasta-lib
               compute meses-corte-lib = mes-corte-lib
                                       - mes-desde-lib + 1
           else
               move meses-fila-lib to meses-corte-lib
           end-if
           if meses-corte-lib < 0
               move 0 to meses-corte-lib
           end-if

           if activo-lib-historico
               perform Sumar-Historico-Libro
           else
               initialize reg-feeeeaam
               move "1" to tip-reg-aam
               move eco-act-cod to act-emp-aam
               move cod-act-aac to cod-act-aam
               move 0 to fec-amo-aam
               move 1 to Clave
               move ">=" to Condicion
               call "ST-AAM" using Condicion
                                   Clave
                                   Fcd-Error
               if fcd-ok
                   set fin-cadena-dif to false
                   perform until fin-cadena-dif
                       call "RN-AAM" using "N"
                                           Fcd-Error
                       if fcd-ok and tip-reg-aam = "1" and
                          act-emp-aam = eco-act-cod and
                          cod-act-aam = cod-act-aac and
                          fec-amo-aam <= any-corte-lib
                           perform Sumar-Fila-Libro
                       else
                           set fin-cadena-dif to true
                       end-if
                   end-perform
               end-if
           end-if
       .

       Sumar-Fila-Libro.
           if fec-amo-aam < any-corte-lib
               add amo-con-aam to con-acu-lib
               add amo-fis-aam to fis-acu-lib
           else
               if meses-fila-lib > 0
                   compute con-acu-lib rounded =
                       con-acu-lib + amo-con-aam
                       * meses-corte-lib / meses-fila-lib
                   compute fis-acu-lib rounded =
                       fis-acu-lib + amo-fis-aam
                       * meses-corte-lib / meses-fila-lib
               end-if
           end-if
       .

      *> Activos del histórico de la empresa, con los mismos criterios
      *> que los vivos y su propio apartado y subtotales de grupo.
       Recorrer-Historico-Libro.
           set hay-historico-lib to false
           set hay-grupo-lib to false
           move spaces to grupo-lib-ant
           perform Abrir-Historico-Lectura
           if historico-abierto
               set activo-lib-historico to true
               set fin-lectura-his to false
               perform until fin-lectura-his
                   read historico-amo next record
                       at end
                           set fin-lectura-his to true
                       not at end
                           if tip-his = "1"
                               move img-his(1:max-feeeeaac)
                                 to reg-feeeeaac
                               perform Comprobar-Activo-Libro
                           end-if
                   end-read
               end-perform
               set activo-lib-historico to false
               close historico-amo
               set historico-abierto to false
           end-if
       .

      *> Filas del plan archivadas del activo leído del histórico. Al
      *> acabar, el histórico queda posicionado tras ellas para que
      *> el recorrido siga por el activo siguiente.
       Sumar-Historico-Libro.
           move cod-act-aac to cod-act-his
           move "2" to tip-his
           move 0 to ord-his
           start historico-amo key >= clave-his
           if fcd-error-his = "00"
               set fin-cadena-dif to false
               perform until fin-cadena-dif
                   read historico-amo next record
                       at end
                           set fin-cadena-dif to true
                       not at end
                           if cod-act-his = cod-act-aac and
                              tip-his = "2"
                               move img-his(1:max-feeeeaam)
                                 to reg-feeeeaam
                               if fec-amo-aam <= any-corte-lib
                                   perform Sumar-Fila-Libro
                               end-if
                           else
                               set fin-cadena-dif to true
                           end-if
                   end-read
               end-perform
           end-if

           move cod-act-aac to cod-act-his
           move "2" to tip-his
           move 9999 to ord-his
           start historico-amo key > clave-his
           if fcd-error-his not= "00"
               set fin-lectura-his to true
           end-if
       .

      *> Línea de totales del nivel tot-lib-idx (1 grupo, 2 empresa,
      *> 3 cartera); el del grupo se limpia al escribirlo.
       Escribir-Total-Libro.
           move spaces to lib-texto-tot
           evaluate tot-lib-idx
           when 1
               string "  Total grupo " grupo-lib-ant
                      delimited size
                      into lib-texto-tot
               end-string
           when 2
               move "  Total empresa" to lib-texto-tot
           when other
               move "Total cartera" to lib-texto-tot
           end-evaluate

           move tot-adq-lib(tot-lib-idx) to lib-adq-ed
           move tot-rev-lib(tot-lib-idx) to lib-rev-ed
           move tot-con-lib(tot-lib-idx) to lib-con-ed
           move tot-fis-lib(tot-lib-idx) to lib-fis-ed
           move tot-net-lib(tot-lib-idx) to lib-net-ed
           initialize reg-libro
           string lib-texto-tot " " lib-adq-ed " " lib-rev-ed " "
                  lib-con-ed " " lib-fis-ed " " lib-net-ed
                  delimited size
                  into reg-libro
           end-string
           write reg-libro

           move tot-cnt-lib(tot-lib-idx) to asi-num-ed
           initialize reg-libro
           string "    Activos: " asi-num-ed
                  delimited size
                  into reg-libro
           end-string
           write reg-libro

           if tot-lib-idx = 1
               initialize tot-lib-item(1)
           end-if
       .

       Totales-Libro-Registro.
           initialize reg-libro
           move spaces to reg-libro
           write reg-libro

           move 3 to tot-lib-idx
           perform Escribir-Total-Libro

           move cnt-emp-lib to asi-num-ed
           initialize reg-libro
           string "    Empresas: " asi-num-ed
                  delimited size
                  into reg-libro
           end-string
           write reg-libro
       .

       Abrir-Libro-Registro.
           set libro-abierto to false
           move FICHERO-LIBRO-REGISTRO to path-libro
           call "cbl_delete_file" using path-libro
           open output libro-registro
           if fcd-error-lib = "00"
               set libro-abierto to true

               initialize reg-libro
               string "Libro registro de bienes de inversión a "
                      fecha-corte-lib(7:2) "/" fecha-corte-lib(5:2)
                      "/" fecha-corte-lib(1:4)
                      delimited size
                      into reg-libro
               end-string
               write reg-libro

               initialize reg-libro
               string "  Activo   Descripción                    "
                      "Inicio     V. adquisición Revalorización"
                      "   Amort. cont.  Amort. fiscal     Valor neto"
                      delimited size
                      into reg-libro
               end-string
               write reg-libro
           end-if
       .

       Abrir-Libro-Delimitado.
           set libro-del-abierto to false
           move FICHERO-LIBRO-DELIMITADO to path-libro-del
           call "cbl_delete_file" using path-libro-del
           open output libro-delimitado
           if fcd-error-lbd = "00"
               set libro-del-abierto to true
               initialize reg-libro-del
               move "EMPRESA;GRUPO;ACTIVO;DESCRIPCION;FECHA-INICIO;" &
                    "FECHA-BAJA;VALOR-ADQUISICION;REVALORIZACION;" &
                    "AMORT-CONTABLE;AMORT-FISCAL;VALOR-NETO"
                    to reg-libro-del
               write reg-libro-del
           end-if
       .

       Cabecera-Libro-Empresa.
           initialize reg-libro
           move spaces to reg-libro
           write reg-libro

           initialize reg-libro
           move cod-emp-dir to codigo-empresa
           string "Empresa " codigo-empresa " - " nom-emp-dir
                  delimited size
                  into reg-libro
           end-string
           write reg-libro
       .

       Progreso-Libro.
           perform Preparar-Limpiar-Progreso

           move "Empresa" to stp-negreta(1)
           move cod-emp-dir to codigo-empresa
           string
               codigo-empresa(1:) " - " nom-emp-dir
               delimited by size
               into stp-msg(1)
           end-string

           move "Generando" to stp-negreta(2)
           move "Libro registro de bienes de inversión" to stp-msg(2)

           perform Mostrar-Progreso
       .

      *===============================================================
      * Cambio masivo de coeficientes por grupo de activos (Funcion
      * "C"). Para cada activo de las empresas del rango cuyo grupo
      * (dos primeros caracteres del código) figure en el fichero de
      * coeficientes, graba en FEEEEAAC el nuevo porcentaje contable
      * y el nuevo máximo fiscal y recalcula con ECO8105P/ECO8105E
      * sólo los ejercicios del plan desde el de efecto: lo que
      * queda por amortizar (valor amortizable menos lo dotado en los
      * ejercicios cerrados) se reparte desde el 1 de enero de ese
      * ejercicio a un ritmo que equivale al nuevo porcentaje sobre
      * el valor amortizable original. Las filas de los ejercicios
      * cerrados no se tocan; las de ejercicios futuros que el nuevo
      * plan ya no necesita quedan a cero. Los activos dados de baja
      * antes del ejercicio de efecto se dejan como están. En
      * simulación los ficheros se abren en modo lectura y sólo se
      * lista el antes y el después de cada activo.
      *===============================================================
       Cambiar-Coeficientes-Grupo.
           perform Cargar-Coeficientes-Grupo
           if num-coef-grupo = 0
               move "N" to op-exito
               initialize texto-log
               string "No hay coeficientes válidos en "
                      delimited size
                      path-coeficientes-par delimited spaces
                      into texto-log
               end-string
               perform Grabar-Log-Batch
           else
               perform Abrir-Informe-Coef
               if not informe-coef-abierto
                   move "N" to op-exito
               else
                   move 0 to cnt-act-coef cnt-emp-coef cnt-err-coef

                   initialize tabla-operaciones
                   move "L" to operacion(TFI-RESERVADO)
                   move "B" to operacion(TFI-TECODIR)
                   perform Modulo-ECOMTFI
                   move spaces to operacion(TFI-RESERVADO)

                   if op-exito-tfi = "N"
                       move "N" to op-exito
                       move ERROR-TECODIR to incid
                       perform Grabar-Incidencia
                   else
                       move Rango-Emp-Desde to cod-emp-dir
                       move 1 to clave-fichero
                       call "ST-DIR" using
                           reg-tecodir,
                           ">=",
                           clave-fichero,
                           fcd-error
                       if fcd-ok
                           set fin-bucle to false
                           perform with test after until fin-bucle
                               call "RN-DIR" using reg-tecodir, "N",
                                                   fcd-error
                               if fcd-ok
                                   if cod-emp-dir > Rango-Emp-Hasta
                                       set fin-bucle to true
                                   else
                                       perform Coeficientes-Empresa
                                   end-if
                               else
                                   set fin-bucle to true
                               end-if
                           end-perform
                       end-if

                       initialize tabla-operaciones
                       move "C" to operacion(TFI-TECODIR)
                       perform Modulo-ECOMTFI
                   end-if

                   perform Totales-Informe-Coef
                   close informe-coef
                   set informe-coef-abierto to false

                   if cnt-err-coef > 0
                       move "N" to op-exito
                   end-if

                   initialize texto-log
                   string "Cambio de coeficientes: informe en "
                          delimited size
                          path-informe-coef delimited spaces
                          into texto-log
                   end-string
                   perform Grabar-Log-Batch

                   perform Limpiar-Progreso
               end-if
           end-if
       .

       Cargar-Coeficientes-Grupo.
           move 0 to num-coef-grupo
           if path-coeficientes-par = spaces
               move FICHERO-COEFICIENTES-PAR to path-coeficientes-par
           end-if
           open input coeficientes-par
           if fcd-error-cop = "00"
               set fin-lectura-cop to false
               perform Leer-Linea-Coef until fin-lectura-cop
               close coeficientes-par
           end-if
       .

       Leer-Linea-Coef.
           read coeficientes-par next record
               at end
                   set fin-lectura-cop to true
               not at end
                   perform Tratar-Linea-Coef
           end-read
       .

      *> Línea gg;porcentaje contable;máximo fiscal;ejercicio. Una
      *> línea mal formada se ignora y queda en el log.
       Tratar-Linea-Coef.
           if reg-coeficientes-par not= spaces and
              reg-coeficientes-par(1:1) not= "*"
               initialize campos-coef
               unstring reg-coeficientes-par delimited by ";"
                   into gru-coef-txt, por-amo-coef-txt,
                        por-max-coef-txt, eje-coef-txt
               end-unstring

               if gru-coef-txt not= spaces and
                  eje-coef-txt is numeric and
                  num-coef-grupo < Max-Coef-Grupo
                   move por-amo-coef-txt to porcentaje-texto
                   perform Convertir-Porcentaje-Texto
               else
                   set porcentaje-valido to false
               end-if
               if porcentaje-valido
                   add 1 to num-coef-grupo
                   move gru-coef-txt to gru-coef(num-coef-grupo)
                   move porcentaje-convertido
                     to por-amo-coef(num-coef-grupo)
                   move eje-coef-txt to eje-coef(num-coef-grupo)
                   move por-max-coef-txt to porcentaje-texto
                   perform Convertir-Porcentaje-Texto
                   move porcentaje-convertido
                     to por-max-coef(num-coef-grupo)
                   if not porcentaje-valido
                       subtract 1 from num-coef-grupo
                   end-if
               end-if

               if not porcentaje-valido
                   initialize texto-log
                   string "Línea de coeficientes ignorada: "
                          delimited size
                          reg-coeficientes-par delimited size
                          into texto-log
                   end-string
                   perform Grabar-Log-Batch
               end-if
           end-if
       .

      *> Los ficheros de activos se reservan en exclusiva para poder
      *> grabar; en simulación basta con el modo lectura, como en la
      *> conversión (ver Abrir-Ficheros-Amort).
       Coeficientes-Empresa.
           move cod-emp-dir to eco-codigo-empresa
           move cam-acc-dir to Eco-Camino-Acceso-Ficheros
           perform Progreso-Coeficientes
           set emp-coef-con-cabecera to false

           initialize Tabla-Operaciones
           move "A" to Operacion(TFI-Feeeeaac)
           move "A" to Operacion(TFI-Feeeeaam)
           if modo-simulacion
               move "L" to Operacion(TFI-Reservado)
           else
               move "M" to Operacion(TFI-Reservado)
           end-if
           move Operacion(TFI-Reservado) to Modo-Reserva-Amort
           perform Modulo-Ecomtfi
           if Operacion(Tfi-Reservado) <> Modo-Reserva-Amort
               add 1 to cnt-err-coef
               perform Cabecera-Informe-Coef-Empresa
               initialize reg-informe-coef
               move "    (no se han podido reservar los activos)"
                   to reg-informe-coef
               write reg-informe-coef
           else
               add 1 to cnt-emp-coef
               perform Recorrer-Activos-Coef

               initialize Tabla-Operaciones
               move "C" to Operacion(TFI-Feeeeaac)
               move "C" to Operacion(TFI-Feeeeaam)
               move Modo-Reserva-Amort to Operacion(TFI-Reservado)
               perform Modulo-Ecomtfi
           end-if
       .

       Recorrer-Activos-Coef.
           initialize REG-FEEEEAAC
           move 1 to CLAVE
           call "ST-AAC" using ">="
                               CLAVE
                               FCD-ERROR
           if fcd-ok
               set fin-bucle-aac to false
               perform until fin-bucle-aac
                   move "N" to BLOQUEO
                   call "RN-AAC" using BLOQUEO
                                       FCD-ERROR
                   if fcd-ok
                       if tip-reg-aac = "1"
                           perform Comprobar-Activo-Coef
                       else
                           set fin-bucle-aac to true
                       end-if
                   else
                       set fin-bucle-aac to true
                   end-if
               end-perform
           end-if
       .

       Comprobar-Activo-Coef.
           move 0 to coef-uso
           perform varying coef-idx from 1 by 1
                   until coef-idx > num-coef-grupo
               if gru-coef(coef-idx) = cod-act-aac(1:2)
                   move coef-idx to coef-uso
               end-if
           end-perform

           if coef-uso > 0
               move 0 to fecha-baja-amd
               if fec-baj-aac not= 0
                   move fec-baj-aac(5:4) to fecha-baja-amd(1:4)
                   move fec-baj-aac(3:2) to fecha-baja-amd(5:2)
                   move fec-baj-aac(1:2) to fecha-baja-amd(7:2)
               end-if
               if (fecha-baja-amd = 0 or
                   fecha-baja-amd(1:4) >= eje-coef(coef-uso)) and
                  (por-amo-aac not= por-amo-coef(coef-uso) or
                   por-max-aac not= por-max-coef(coef-uso))
                   perform Recalcular-Activo-Coef
               end-if
           end-if
       .

       Recalcular-Activo-Coef.
           add 1 to cnt-act-coef
           if not emp-coef-con-cabecera
               perform Cabecera-Informe-Coef-Empresa
               set emp-coef-con-cabecera to true
           end-if

           move por-amo-aac to por-amo-ant-coef
           move por-max-aac to por-max-ant-coef
           perform Leer-Plan-Coef

           move por-amo-coef(coef-uso) to por-amo-aac
           move por-max-coef(coef-uso) to por-max-aac
           if not modo-simulacion
               call "RW-AAC" using fcd-error
               if not fcd-ok
                   add 1 to cnt-err-coef
                   initialize reg-informe-coef
                   string "    " cod-act-aac
                          "  ERROR: no se ha podido grabar el activo."
                          delimited size
                          into reg-informe-coef
                   end-string
                   write reg-informe-coef
               end-if
           end-if

           *> Base del recálculo: un activo que entra en servicio
           *> después del 1 de enero del ejercicio de efecto se
           *> recalcula entero con los nuevos porcentajes; si no, se
           *> reparte lo que queda por amortizar, una vez para la
           *> columna contable y otra para la fiscal, pues lo ya
           *> dotado en los ejercicios cerrados no es igual en las dos.
           move 0 to con-fut-nue-coef fis-fut-nue-coef
           initialize Tabla-Plan-Coef
           move 0 to num-plan-coef
           compute fecha-inicio-coef = eje-coef(coef-uso) * 10000
                                     + 0101
           if fec-ina-aac >= fecha-inicio-coef
               move fec-ina-aac to fecha-inicio-coef
               move val-amo-aac to pendiente-coef
               move inc-rev-aac to pendiente-rev-coef
               move por-amo-coef(coef-uso) to por-amo-calc-coef
               move por-max-coef(coef-uso) to por-max-calc-coef
               perform Calcular-Plan-Coef
               perform Recoger-Contable-Coef
               perform Recoger-Fiscal-Coef
           else
               move con-cerr-coef to cerrado-coef
               move por-amo-coef(coef-uso) to por-base-coef
               perform Calcular-Pendiente-Coef
               move por-calc-coef to por-amo-calc-coef
               move por-max-coef(coef-uso) to por-base-coef
               perform Escalar-Porcentaje-Coef
               move por-calc-coef to por-max-calc-coef
               if pendiente-tot-coef > 0
                   perform Calcular-Plan-Coef
                   perform Recoger-Contable-Coef
               end-if

               move fis-cerr-coef to cerrado-coef
               move por-max-coef(coef-uso) to por-base-coef
               perform Calcular-Pendiente-Coef
               move por-calc-coef to por-max-calc-coef
               move por-amo-coef(coef-uso) to por-base-coef
               perform Escalar-Porcentaje-Coef
               move por-calc-coef to por-amo-calc-coef
               if pendiente-tot-coef > 0
                   perform Calcular-Plan-Coef
                   perform Recoger-Fiscal-Coef
               end-if
           end-if

           perform Grabar-Plan-Coef

           if not modo-simulacion
               perform Anular-Filas-Sobrantes-Coef
           end-if

           perform Listar-Activo-Coef
       .

      *> Lo pendiente de amortizar tras los ejercicios cerrados
      *> (cerrado-coef, contable o fiscal). Las filas de FEEEEAAM no
      *> separan la dotación del valor amortizable de la de la
      *> revalorización, así que lo cerrado se reparte entre ambos en
      *> proporción a su importe y cada uno sigue con su pendiente:
      *> la revalorización ya dotada no se vuelve a amortizar. El
      *> porcentaje (por-base-coef) se escala para que la cuota anual
      *> siga siendo la del porcentaje nuevo sobre el valor total.
       Calcular-Pendiente-Coef.
           move 0 to rev-cerr-coef
           compute total-amo-coef = val-amo-aac + inc-rev-aac
           if inc-rev-aac > 0 and total-amo-coef > 0
               compute rev-cerr-coef rounded =
                       cerrado-coef * inc-rev-aac / total-amo-coef
           end-if
           compute pendiente-coef =
                   val-amo-aac - (cerrado-coef - rev-cerr-coef)
           compute pendiente-rev-coef = inc-rev-aac - rev-cerr-coef
           if pendiente-coef < 0
               move 0 to pendiente-coef
           end-if
           if pendiente-rev-coef < 0
               move 0 to pendiente-rev-coef
           end-if
           perform Escalar-Porcentaje-Coef
       .

       Escalar-Porcentaje-Coef.
           compute pendiente-tot-coef = pendiente-coef
                                      + pendiente-rev-coef
           move por-base-coef to por-calc-coef
           if pendiente-tot-coef > 0
               compute por-calc-coef rounded =
                       por-base-coef * total-amo-coef
                       / pendiente-tot-coef
                   on size error
                       move 100 to por-calc-coef
               end-compute
               if por-calc-coef > 100
                   move 100 to por-calc-coef
               end-if
           end-if
       .

      *> Plan desde fecha-inicio-coef sobre lo pendiente, con los
      *> porcentajes calculados; el módulo de cálculo los toma del
      *> registro del activo.
       Calcular-Plan-Coef.
           initialize tabla
                      tabla-e
                      tabla-aux-e
           move por-amo-calc-coef to por-amo-aac
           move por-max-calc-coef to por-max-aac

           move mon-ult-dir to moneda-Aux
           move cod-act-aac to Cod-Activo-Aux
           move fecha-inicio-coef to Fecha-Inicio-Aux
           move val-adq-aac to Val-Adqui-Aux
           move pendiente-coef to Valor-Amo-Aux
           move pendiente-rev-coef to Inc-Rev-Aux
           move ind-nec-aac to Ind-Val-aux
           move val-nec-aac to Valor-neto-aux
           move fec-baj-aac to fec-baja
           perform CalcularPlaAmort
       .

       Recoger-Contable-Coef.
           perform varying iii from 1 by 1 until iii > 102
               if any-aux-e(iii) >= eje-coef(coef-uso)
                   perform Buscar-Fila-Plan-Coef
                   move amort-contable-aux-e(iii)
                     to con-plan-coef(plan-idx)
                   add amort-contable-aux-e(iii) to con-fut-nue-coef
               end-if
           end-perform
       .

       Recoger-Fiscal-Coef.
           perform varying iii from 1 by 1 until iii > 102
               if any-aux-e(iii) >= eje-coef(coef-uso)
                   perform Buscar-Fila-Plan-Coef
                   move amort-fiscal-aux-e(iii)
                     to fis-plan-coef(plan-idx)
                   add amort-fiscal-aux-e(iii) to fis-fut-nue-coef
               end-if
           end-perform
       .

      *> Fila del plan nuevo para el ejercicio any-aux-e(iii); si no
      *> está todavía se añade (los dos cálculos empiezan en el mismo
      *> ejercicio, así que la tabla queda en orden de ejercicio).
       Buscar-Fila-Plan-Coef.
           move 0 to plan-idx
           perform varying plan-bus-idx from 1 by 1
                   until plan-bus-idx > num-plan-coef or plan-idx > 0
               if any-plan-coef(plan-bus-idx) = any-aux-e(iii)
                   move plan-bus-idx to plan-idx
               end-if
           end-perform
           if plan-idx = 0
               add 1 to num-plan-coef
               move num-plan-coef to plan-idx
               move any-aux-e(iii) to any-plan-coef(plan-idx)
               move 0 to con-plan-coef(plan-idx)
                         fis-plan-coef(plan-idx)
           end-if
       .

      *> Dotaciones grabadas del activo: las de los ejercicios
      *> cerrados (anteriores al de efecto) y las de los siguientes,
      *> y el último número de orden de la cadena.
       Leer-Plan-Coef.
           move 0 to con-cerr-coef fis-cerr-coef
                     con-fut-ant-coef fis-fut-ant-coef
                     ultimo-ord-coef

           initialize reg-feeeeaam
           move "1" to tip-reg-aam
           move eco-act-cod to act-emp-aam
           move cod-act-aac to cod-act-aam
           move 0 to fec-amo-aam
           move 1 to Clave
           move ">=" to Condicion
           call "ST-AAM" using Condicion
                               Clave
                               Fcd-Error
           if fcd-ok
               set fin-cadena-dif to false
               perform until fin-cadena-dif
                   call "RN-AAM" using "N"
                                       Fcd-Error
                   if fcd-ok and tip-reg-aam = "1" and
                      act-emp-aam = eco-act-cod and
                      cod-act-aam = cod-act-aac
                       if fec-amo-aam < eje-coef(coef-uso)
                           add amo-con-aam to con-cerr-coef
                           add amo-fis-aam to fis-cerr-coef
                       else
                           add amo-con-aam to con-fut-ant-coef
                           add amo-fis-aam to fis-fut-ant-coef
                       end-if
                       if ord-fec-aam > ultimo-ord-coef
                           move ord-fec-aam to ultimo-ord-coef
                       end-if
                   else
                       set fin-cadena-dif to true
                   end-if
               end-perform
           end-if
       .

       Grabar-Plan-Coef.
           if not modo-simulacion
               perform varying plan-idx from 1 by 1
                       until plan-idx > num-plan-coef
                   perform Grabar-Fila-Coef
               end-perform
           end-if
       .

      *> Fila del ejercicio any-plan-coef(plan-idx): se reescribe si
      *> existe y, si no, se añade al final de la cadena con el
      *> siguiente número de orden, para que ord-fec-aam siga
      *> creciente.
       Grabar-Fila-Coef.
           initialize reg-feeeeaam
           move "1" to tip-reg-aam
           move eco-act-cod to act-emp-aam
           move cod-act-aac to cod-act-aam
           move any-plan-coef(plan-idx) to fec-amo-aam
           move "N" to bloqueo
           call "RR-AAM" using bloqueo
                               fcd-error
           evaluate fcd-error
           when "00"
           when "02"
               perform Mover-Fila-Coef
               call "RW-AAM" using fcd-error
           when "23"
               initialize registro-1-feeeeaam
               add 100000 to ultimo-ord-coef
               move ultimo-ord-coef to ord-fec-aam
               perform Mover-Fila-Coef
               call "WR-AAM" using fcd-error
           end-evaluate
           if not fcd-ok
               add 1 to cnt-err-coef
               initialize reg-informe-coef
               string "    " cod-act-aac
                      "  ERROR: no se ha podido grabar el plan del "
                      "ejercicio " any-plan-coef(plan-idx)
                      delimited size
                      into reg-informe-coef
               end-string
               write reg-informe-coef
           end-if
       .

       Mover-Fila-Coef.
           if con-plan-coef(plan-idx) <> amo-con-aam
               initialize pta-eur-aam
               initialize pta-con-aam
           end-if
           move por-amo-coef(coef-uso) to por-amo-aam
           move con-plan-coef(plan-idx) to amo-con-aam
           move fis-plan-coef(plan-idx) to amo-fis-aam
       .

      *> Filas del ejercicio de efecto en adelante que el nuevo plan
      *> ya no tiene: se dejan a cero.
       Anular-Filas-Sobrantes-Coef.
           initialize reg-feeeeaam
           move "1" to tip-reg-aam
           move eco-act-cod to act-emp-aam
           move cod-act-aac to cod-act-aam
           move eje-coef(coef-uso) to fec-amo-aam
           move 1 to Clave
           move ">=" to Condicion
           call "ST-AAM" using Condicion
                               Clave
                               Fcd-Error
           if fcd-ok
               set fin-cadena-dif to false
               perform until fin-cadena-dif
                   call "RN-AAM" using "N"
                                       Fcd-Error
                   if fcd-ok and tip-reg-aam = "1" and
                      act-emp-aam = eco-act-cod and
                      cod-act-aam = cod-act-aac
                       perform Buscar-Any-Plan-Coef
                       if not any-en-plan-coef and
                          (amo-con-aam not= 0 or amo-fis-aam not= 0)
                           initialize pta-eur-aam
                           initialize pta-con-aam
                           move 0 to amo-con-aam amo-fis-aam
                           call "RW-AAM" using fcd-error
                           if not fcd-ok
                               add 1 to cnt-err-coef
                               set fin-cadena-dif to true
                           end-if
                       end-if
                   else
                       set fin-cadena-dif to true
                   end-if
               end-perform
           end-if
       .

       Buscar-Any-Plan-Coef.
           set any-en-plan-coef to false
           perform varying plan-bus-idx from 1 by 1
                   until plan-bus-idx > num-plan-coef
               if any-plan-coef(plan-bus-idx) = fec-amo-aam
                   set any-en-plan-coef to true
               end-if
           end-perform
       .

       Listar-Activo-Coef.
           initialize reg-informe-coef
           string "    " cod-act-aac " " des-act-aac
                  delimited size
                  into reg-informe-coef
           end-string
           write reg-informe-coef

           move por-amo-ant-coef to coef-por-ed
           move por-amo-coef(coef-uso) to coef-por-ed2
           move con-fut-ant-coef to coef-imp-ed
           move con-fut-nue-coef to coef-imp-ed2
           initialize reg-informe-coef
           string "      Contable: " coef-por-ed " -> " coef-por-ed2
                  "  dotación desde " eje-coef(coef-uso) ": "
                  coef-imp-ed " -> " coef-imp-ed2
                  delimited size
                  into reg-informe-coef
           end-string
           write reg-informe-coef

           move por-max-ant-coef to coef-por-ed
           move por-max-coef(coef-uso) to coef-por-ed2
           move fis-fut-ant-coef to coef-imp-ed
           move fis-fut-nue-coef to coef-imp-ed2
           initialize reg-informe-coef
           string "      Fiscal..: " coef-por-ed " -> " coef-por-ed2
                  "  dotación desde " eje-coef(coef-uso) ": "
                  coef-imp-ed " -> " coef-imp-ed2
                  delimited size
                  into reg-informe-coef
           end-string
           write reg-informe-coef
       .

       Totales-Informe-Coef.
           initialize reg-informe-coef
           move spaces to reg-informe-coef
           write reg-informe-coef

           move cnt-emp-coef to asi-num-ed
           initialize reg-informe-coef
           string "Empresas tratadas.......: " asi-num-ed
                  delimited size
                  into reg-informe-coef
           end-string
           write reg-informe-coef

           move cnt-act-coef to asi-num-ed
           initialize reg-informe-coef
           if modo-simulacion
               string "Activos que cambiarían..: " asi-num-ed
                      delimited size
                      into reg-informe-coef
               end-string
           else
               string "Activos modificados.....: " asi-num-ed
                      delimited size
                      into reg-informe-coef
               end-string
           end-if
           write reg-informe-coef

           if cnt-err-coef > 0
               move cnt-err-coef to asi-num-ed
               initialize reg-informe-coef
               string "Errores.................: " asi-num-ed
                      delimited size
                      into reg-informe-coef
               end-string
               write reg-informe-coef
           end-if
       .

       Abrir-Informe-Coef.
           set informe-coef-abierto to false
           move FICHERO-INFORME-COEF to path-informe-coef
           call "cbl_delete_file" using path-informe-coef
           open output informe-coef
           if fcd-error-coe = "00"
               set informe-coef-abierto to true

               initialize reg-informe-coef
               if modo-simulacion
                   string "Cambio de coeficientes de amortización "
                          "por grupo (simulación: no se graba nada)"
                          delimited size
                          into reg-informe-coef
                   end-string
               else
                   move "Cambio de coeficientes de amortización " &
                        "por grupo" to reg-informe-coef
               end-if
               write reg-informe-coef

               perform varying coef-idx from 1 by 1
                       until coef-idx > num-coef-grupo
                   move por-amo-coef(coef-idx) to coef-por-ed
                   move por-max-coef(coef-idx) to coef-por-ed2
                   initialize reg-informe-coef
                   string "  Grupo " gru-coef(coef-idx)
                          ": contable " coef-por-ed
                          "  máximo fiscal " coef-por-ed2
                          "  desde " eje-coef(coef-idx)
                          delimited size
                          into reg-informe-coef
                   end-string
                   write reg-informe-coef
               end-perform
           end-if
       .

       Cabecera-Informe-Coef-Empresa.
           initialize reg-informe-coef
           move spaces to reg-informe-coef
           write reg-informe-coef

           initialize reg-informe-coef
           move cod-emp-dir to codigo-empresa
           string "Empresa " codigo-empresa " - " nom-emp-dir
                  delimited size
                  into reg-informe-coef
           end-string
           write reg-informe-coef
       .

       Progreso-Coeficientes.
           perform Preparar-Limpiar-Progreso

           move "Empresa" to stp-negreta(1)
           move cod-emp-dir to codigo-empresa
           string
               codigo-empresa(1:) " - " nom-emp-dir
               delimited by size
               into stp-msg(1)
           end-string

           move "Actualizando" to stp-negreta(2)
           move "Coeficientes de amortización" to stp-msg(2)

           perform Mostrar-Progreso
       .

      *> Convierte porcentaje-texto en porcentaje-convertido: hasta
      *> tres enteros y seis decimales separados por coma. Cualquier
      *> otro carácter, o un porcentaje mayor de 100, lo deja como no
      *> válido.
       Convertir-Porcentaje-Texto.
           set porcentaje-valido to true
           move 0 to porcentaje-convertido porcentaje-ent
                     porcentaje-dec
           move spaces to porcentaje-ent-txt porcentaje-dec-txt
           unstring porcentaje-texto delimited by ","
               into porcentaje-ent-txt, porcentaje-dec-txt
           end-unstring

           if porcentaje-ent-txt = spaces
               set porcentaje-valido to false
           else
               perform varying pos-importe from 1 by 1
                       until pos-importe > 3
                   evaluate true
                   when porcentaje-ent-txt(pos-importe:1) >= "0" and
                        porcentaje-ent-txt(pos-importe:1) <= "9"
                       move porcentaje-ent-txt(pos-importe:1)
                         to digito-importe
                       compute porcentaje-ent = porcentaje-ent * 10
                                              + digito-importe
                   when porcentaje-ent-txt(pos-importe:1) = " "
                       continue
                   when other
                       set porcentaje-valido to false
                   end-evaluate
               end-perform

               inspect porcentaje-dec-txt replacing all " " by "0"
               if porcentaje-dec-txt is numeric
                   move porcentaje-dec-txt to porcentaje-dec
               else
                   set porcentaje-valido to false
               end-if

               compute porcentaje-convertido = porcentaje-ent
                                             + porcentaje-dec / 1000000
               if porcentaje-ent > 100 or
                  (porcentaje-ent = 100 and porcentaje-dec > 0)
                   set porcentaje-valido to false
               end-if
           end-if
       .

      *===============================================================
      * Carga de activos nuevos (Funcion "N"). Lee el fichero de
      * altas línea a línea y, para cada una, hace las comprobaciones
      * de un alta: empresa del directorio y dentro del rango de la
      * pasada, código no existente en FEEEEAAC, fecha de inicio,
      * importes y porcentajes válidos e indicadores admitidos. La
      * línea válida crea el registro del activo y su plan completo
      * en FEEEEAAM con el mismo cálculo de la conversión
      * (CalcularPlaAmort); la que no, se copia al fichero de
      * rechazos seguida del motivo. Las líneas de una misma empresa
      * conviene que vayan juntas: la empresa se cierra y se abre
      * cada vez que cambia. Al final del fichero de rechazos queda
      * el resumen de la pasada.
      *===============================================================
       Cargar-Altas-Activos.
           move 0 to cnt-lin-alt cnt-alt-alt cnt-rec-alt cnt-err-alt
           move 0 to tot-adq-alt
           move 0 to emp-alta-actual
           set emp-alt-valida to false
           set emp-alt-abierta to false

           if path-altas-act = spaces
               move FICHERO-ALTAS-ACT to path-altas-act
           end-if
           open input altas-act
           if fcd-error-alt not= "00"
               move "N" to op-exito
               initialize texto-log
               string "No se ha podido abrir el fichero de altas "
                      delimited size
                      path-altas-act delimited spaces
                      into texto-log
               end-string
               perform Grabar-Log-Batch
           else
               perform Abrir-Rechazos-Alt

               initialize tabla-operaciones
               move "L" to operacion(TFI-RESERVADO)
               move "B" to operacion(TFI-TECODIR)
               perform Modulo-ECOMTFI
               move spaces to operacion(TFI-RESERVADO)

               if op-exito-tfi = "N"
                   move "N" to op-exito
                   move ERROR-TECODIR to incid
                   perform Grabar-Incidencia
               else
                   set fin-lectura-alt to false
                   perform Leer-Linea-Alt until fin-lectura-alt
                   perform Cerrar-Empresa-Alt

                   initialize tabla-operaciones
                   move "C" to operacion(TFI-TECODIR)
                   perform Modulo-ECOMTFI
               end-if

               perform Resumen-Rechazos-Alt
               close rechazos-alt
               close altas-act

               if cnt-err-alt > 0
                   move "N" to op-exito
               end-if

               move cnt-alt-alt to asi-num-ed
               initialize texto-log
               string "Carga de activos: " asi-num-ed
                      " altas; rechazos en "
                      delimited size
                      path-rechazos-alt delimited spaces
                      into texto-log
               end-string
               perform Grabar-Log-Batch

               perform Limpiar-Progreso
           end-if
       .

       Leer-Linea-Alt.
           read altas-act next record
               at end
                   set fin-lectura-alt to true
               not at end
                   perform Tratar-Linea-Alt
           end-read
       .

       Tratar-Linea-Alt.
           *> Línea en blanco, comentario o cabecera: no cuenta
           if reg-altas-act not= spaces and
              reg-altas-act(1:1) not= "*" and
              reg-altas-act(1:8) not= "EMPRESA;"
               add 1 to cnt-lin-alt
               perform Validar-Linea-Alt
               if linea-alt-valida
                   perform Alta-Activo-Alt
               end-if
           end-if
       .

       Validar-Linea-Alt.
           set linea-alt-valida to true
           initialize campos-alt
           unstring reg-altas-act delimited by ";"
               into emp-alt-txt, cod-alt-txt, des-alt-txt,
                    fec-alt-txt, adq-alt-txt, amo-alt-txt,
                    tip-alt-txt, pam-alt-txt, pmx-alt-txt,
                    lea-alt-txt, lib-alt-txt
           end-unstring

           if emp-alt-txt is not numeric
               move "Código de empresa no numérico"
                 to motivo-rechazo-alt
               perform Rechazar-Linea-Alt
           end-if

           if linea-alt-valida
               move emp-alt-txt to emp-alt-num
               if emp-alt-num not= emp-alta-actual
                   perform Cambiar-Empresa-Alt
               end-if
               if not emp-alt-valida
                   move motivo-emp-alt to motivo-rechazo-alt
                   perform Rechazar-Linea-Alt
               end-if
           end-if

           if linea-alt-valida
               evaluate true
               when cod-alt-txt = spaces
                   move "Falta el código del activo"
                     to motivo-rechazo-alt
                   perform Rechazar-Linea-Alt
               when cod-alt-txt(9:) not= spaces
                   *> cod-act-aac es de 8 posiciones: truncar podría
                   *> juntar dos activos distintos en la misma clave
                   move "Código del activo de más de 8 posiciones"
                     to motivo-rechazo-alt
                   perform Rechazar-Linea-Alt
               when other
                   perform Buscar-Activo-Alt
                   if activo-alt-existe
                       move "El activo ya existe en la empresa"
                         to motivo-rechazo-alt
                       perform Rechazar-Linea-Alt
                   end-if
               end-evaluate
           end-if

           if linea-alt-valida and des-alt-txt = spaces
               move "Falta la descripción del activo"
                 to motivo-rechazo-alt
               perform Rechazar-Linea-Alt
           end-if

           if linea-alt-valida
               if fec-alt-txt is not numeric
                   move "Fecha de inicio no numérica (aaaammdd)"
                     to motivo-rechazo-alt
                   perform Rechazar-Linea-Alt
               else
                   if any-alt-num < 1900 or
                      mes-alt-num < 1 or mes-alt-num > 12 or
                      dia-alt-num < 1 or dia-alt-num > 31
                       move "Fecha de inicio incorrecta"
                         to motivo-rechazo-alt
                       perform Rechazar-Linea-Alt
                   end-if
               end-if
           end-if

           if linea-alt-valida
               move adq-alt-txt to importe-texto
               perform Convertir-Importe-Texto
               if not importe-valido or importe-convertido not > 0
                   move "Valor de adquisición incorrecto"
                     to motivo-rechazo-alt
                   perform Rechazar-Linea-Alt
               else
                   move importe-convertido to adq-alt
               end-if
           end-if

           *> Sin valor amortizable se amortiza todo el de adquisición
           if linea-alt-valida
               if amo-alt-txt = spaces
                   move adq-alt to amo-alt
               else
                   move amo-alt-txt to importe-texto
                   perform Convertir-Importe-Texto
                   if not importe-valido or
                      importe-convertido not > 0 or
                      importe-convertido > adq-alt
                       move "Valor amortizable incorrecto"
                         to motivo-rechazo-alt
                       perform Rechazar-Linea-Alt
                   else
                       move importe-convertido to amo-alt
                   end-if
               end-if
           end-if

           *> Sin tipo de amortización, lineal (ver CalcularPlaAmort)
           if linea-alt-valida
               if tip-alt-txt = space
                   move "L" to tip-alt-txt
               end-if
               if tip-alt-txt is not alphabetic-upper
                   move "Tipo de amortización incorrecto"
                     to motivo-rechazo-alt
                   perform Rechazar-Linea-Alt
               end-if
           end-if

           if linea-alt-valida
               move pam-alt-txt to porcentaje-texto
               perform Convertir-Porcentaje-Texto
               if not porcentaje-valido or porcentaje-convertido = 0
                   move "Porcentaje contable incorrecto"
                     to motivo-rechazo-alt
                   perform Rechazar-Linea-Alt
               else
                   move porcentaje-convertido to pam-alt
               end-if
           end-if

           *> Sin máximo fiscal, el mismo porcentaje que el contable
           if linea-alt-valida
               if pmx-alt-txt = spaces
                   move pam-alt to pmx-alt
               else
                   move pmx-alt-txt to porcentaje-texto
                   perform Convertir-Porcentaje-Texto
                   if not porcentaje-valido or
                      porcentaje-convertido = 0
                       move "Porcentaje máximo fiscal incorrecto"
                         to motivo-rechazo-alt
                       perform Rechazar-Linea-Alt
                   else
                       move porcentaje-convertido to pmx-alt
                   end-if
               end-if
           end-if

           if linea-alt-valida and
              lea-alt-txt not= space and lea-alt-txt not= "0" and
              lea-alt-txt not= "1" and lea-alt-txt not= "2"
               move "Indicador de leasing incorrecto (0, 1 o 2)"
                 to motivo-rechazo-alt
               perform Rechazar-Linea-Alt
           end-if

           if linea-alt-valida and
              lib-alt-txt not= space and lib-alt-txt not= "0" and
              lib-alt-txt not= "1" and lib-alt-txt not= "2" and
              lib-alt-txt not= "3"
               move "Indicador de libertad de amortización incorrecto"
                 to motivo-rechazo-alt
               perform Rechazar-Linea-Alt
           end-if
       .

      *> Cierra la empresa anterior (si la había) y abre la del código
      *> leído. Si no puede, el motivo queda en motivo-emp-alt para
      *> rechazar todas las líneas de esa empresa.
       Cambiar-Empresa-Alt.
           perform Cerrar-Empresa-Alt
           set emp-alt-valida to false
           move emp-alt-num to emp-alta-actual

           if emp-alt-num < Rango-Emp-Desde or
              emp-alt-num > Rango-Emp-Hasta
               move "Empresa fuera del rango de la pasada"
                 to motivo-emp-alt
           else
               initialize reg-tecodir
               move emp-alt-num to cod-emp-dir
               call "RR-DIR" using reg-tecodir, "N", fcd-error
               if not fcd-ok
                   move "La empresa no existe en el directorio"
                     to motivo-emp-alt
               else
                   move cod-emp-dir to eco-codigo-empresa
                   move cam-acc-dir to Eco-Camino-Acceso-Ficheros
                   perform Progreso-Altas

                   initialize Tabla-Operaciones
                   move "A" to Operacion(TFI-Feeeeaac)
                   move "A" to Operacion(TFI-Feeeeaam)
                   if modo-simulacion
                       move "L" to Operacion(TFI-Reservado)
                   else
                       move "M" to Operacion(TFI-Reservado)
                   end-if
                   move Operacion(TFI-Reservado) to Modo-Reserva-Amort
                   perform Modulo-Ecomtfi
                   if Operacion(Tfi-Reservado) <> Modo-Reserva-Amort
                       move "No se han podido reservar los activos"
                         to motivo-emp-alt
                   else
                       set emp-alt-valida to true
                       set emp-alt-abierta to true
                   end-if
               end-if
           end-if
       .

       Cerrar-Empresa-Alt.
           if emp-alt-abierta
               initialize Tabla-Operaciones
               move "C" to Operacion(TFI-Feeeeaac)
               move "C" to Operacion(TFI-Feeeeaam)
               move Modo-Reserva-Amort to Operacion(TFI-Reservado)
               perform Modulo-Ecomtfi
               set emp-alt-abierta to false
           end-if
       .

       Buscar-Activo-Alt.
           set activo-alt-existe to false
           initialize reg-feeeeaac
           move "1" to tip-reg-aac
           move eco-act-cod to act-emp-aac
           move cod-alt-txt to cod-act-aac
           move zeros to nro-ord-aac
           move 1 to CLAVE
           call "ST-AAC" using ">="
                               CLAVE
                               FCD-ERROR
           if fcd-ok
               move "N" to BLOQUEO
               call "RN-AAC" using BLOQUEO
                                   FCD-ERROR
               if fcd-ok and tip-reg-aac = "1" and
                  act-emp-aac = eco-act-cod and
                  cod-act-aac = cod-alt-txt
                   set activo-alt-existe to true
               end-if
           end-if
       .

      *> Alta del activo y de su plan. Las filas del plan se numeran
      *> en ord-fec-aam de 100000 en 100000, como quedan las cadenas
      *> ya convertidas.
       Alta-Activo-Alt.
           initialize reg-feeeeaac
           move "1" to tip-reg-aac
           move eco-act-cod to act-emp-aac
           move cod-alt-txt to cod-act-aac
           move zeros to nro-ord-aac
           move des-alt-txt to des-act-aac
           move fec-alt-txt to fec-ina-aac
           move adq-alt to val-adq-aac
           move amo-alt to val-amo-aac
           move tip-alt-txt to tip-caa-aac
           move pam-alt to por-amo-aac
           move pmx-alt to por-max-aac
           move lea-alt-txt to ind-lea-aac
           move lib-alt-txt to lib-amo-aac

           if not modo-simulacion
               call "WR-AAC" using fcd-error
               if not fcd-ok
                   add 1 to cnt-err-alt
                   move "Error al grabar el activo"
                     to motivo-rechazo-alt
                   perform Rechazar-Linea-Alt
               end-if
           end-if

           if linea-alt-valida
               move mon-ult-dir to moneda-Aux
               move cod-act-aac to Cod-Activo-Aux
               move fec-ina-aac to Fecha-Inicio-Aux
               move val-adq-aac to Val-Adqui-Aux
               move val-amo-aac to Valor-Amo-Aux
               move inc-rev-aac to Inc-Rev-Aux
               move ind-nec-aac to Ind-Val-aux
               move val-nec-aac to Valor-neto-aux
               move fec-baj-aac to fec-baja
               initialize tabla
                          tabla-e
                          tabla-aux-e
               perform CalcularPlaAmort

               move 0 to ultimo-ord-alt plan-con-alt
               perform varying iii from 1 by 1
                       until iii > 102 or not linea-alt-valida
                   if any-aux-e(iii) > 0
                       add amort-contable-aux-e(iii) to plan-con-alt
                       if not modo-simulacion
                           perform Grabar-Fila-Alt
                       end-if
                   end-if
               end-perform
           end-if

           if linea-alt-valida
               add 1 to cnt-alt-alt
               add adq-alt to tot-adq-alt
           end-if
       .

       Grabar-Fila-Alt.
           initialize reg-feeeeaam
           move "1" to tip-reg-aam
           move eco-act-cod to act-emp-aam
           move cod-act-aac to cod-act-aam
           move any-aux-e(iii) to fec-amo-aam
           initialize registro-1-feeeeaam
           add 100000 to ultimo-ord-alt
           move ultimo-ord-alt to ord-fec-aam
           perform MoureCamps
           call "WR-AAM" using fcd-error
           if not fcd-ok
               add 1 to cnt-err-alt
               initialize texto-log
               string "Activo " cod-act-aac
                      ": no se ha podido grabar el plan del ejercicio "
                      any-aux-e(iii)
                      delimited size
                      into texto-log
               end-string
               perform Grabar-Log-Batch
               perform Deshacer-Alta-Alt
               move "Error al grabar el plan del activo"
                 to motivo-rechazo-alt
               perform Rechazar-Linea-Alt
           end-if
       .

      *> Un activo con el plan a medio grabar no se deja en la
      *> empresa: se borran las filas ya grabadas (las anteriores a
      *> la iii, con la misma numeración de ord-fec-aam) y el activo.
      *> Si tampoco se puede borrar, queda en el log para arreglarlo
      *> a mano.
       Deshacer-Alta-Alt.
           move 0 to ord-borrar-alt
           perform varying fila-alt-idx from 1 by 1
                   until fila-alt-idx >= iii
               if any-aux-e(fila-alt-idx) > 0
                   add 100000 to ord-borrar-alt
                   initialize reg-feeeeaam
                   move "1" to tip-reg-aam
                   move eco-act-cod to act-emp-aam
                   move cod-alt-txt to cod-act-aam
                   move any-aux-e(fila-alt-idx) to fec-amo-aam
                   move ord-borrar-alt to ord-fec-aam
                   move "N" to bloqueo
                   call "RR-AAM" using bloqueo
                                       fcd-error
                   if fcd-ok
                       call "DE-AAM" using fcd-error
                   end-if
                   if not fcd-ok
                       initialize texto-log
                       string "Activo " cod-alt-txt(1:8)
                              ": no se ha podido borrar el plan "
                              "del ejercicio "
                              any-aux-e(fila-alt-idx)
                              delimited size
                              into texto-log
                       end-string
                       perform Grabar-Log-Batch
                   end-if
               end-if
           end-perform

           perform Buscar-Activo-Alt
           if activo-alt-existe
               call "DE-AAC" using fcd-error
           end-if
           if not activo-alt-existe or not fcd-ok
               initialize texto-log
               string "Activo " cod-alt-txt(1:8)
                      ": no se ha podido borrar el activo con el "
                      "plan a medio grabar"
                      delimited size
                      into texto-log
               end-string
               perform Grabar-Log-Batch
           end-if
       .

       Rechazar-Linea-Alt.
           add 1 to cnt-rec-alt
           set linea-alt-valida to false
           initialize reg-rechazos-alt
           string reg-altas-act delimited size
                  ";" delimited size
                  motivo-rechazo-alt delimited size
                  into reg-rechazos-alt
           end-string
           write reg-rechazos-alt
       .

       Abrir-Rechazos-Alt.
           move FICHERO-RECHAZOS-ALT to path-rechazos-alt
           call "cbl_delete_file" using path-rechazos-alt
           open output rechazos-alt

           initialize reg-rechazos-alt
           if modo-simulacion
               move "Rechazos de la carga de activos (simulación: " &
                    "no se graba nada)" to reg-rechazos-alt
           else
               move "Rechazos de la carga de activos"
                 to reg-rechazos-alt
           end-if
           write reg-rechazos-alt
       .

      *> Al final del fichero de rechazos queda también el resumen de
      *> la pasada, como en la carga de cuentas bancarias.
       Resumen-Rechazos-Alt.
           move spaces to reg-rechazos-alt
           write reg-rechazos-alt

           move cnt-lin-alt to asi-num-ed
           initialize reg-rechazos-alt
           string "Líneas tratadas....: " asi-num-ed
                  delimited size into reg-rechazos-alt
           end-string
           write reg-rechazos-alt

           move cnt-alt-alt to asi-num-ed
           initialize reg-rechazos-alt
           string "Altas..............: " asi-num-ed
                  delimited size into reg-rechazos-alt
           end-string
           write reg-rechazos-alt

           move tot-adq-alt to alt-imp-ed
           initialize reg-rechazos-alt
           string "Valor adquisición..: " alt-imp-ed
                  delimited size into reg-rechazos-alt
           end-string
           write reg-rechazos-alt

           move cnt-rec-alt to asi-num-ed
           initialize reg-rechazos-alt
           string "Rechazos...........: " asi-num-ed
                  delimited size into reg-rechazos-alt
           end-string
           write reg-rechazos-alt

           if cnt-err-alt > 0
               move cnt-err-alt to asi-num-ed
               initialize reg-rechazos-alt
               string "Errores grabación..: " asi-num-ed
                      delimited size into reg-rechazos-alt
               end-string
               write reg-rechazos-alt
           end-if
       .

       Progreso-Altas.
           perform Preparar-Limpiar-Progreso

           move "Empresa" to stp-negreta(1)
           move cod-emp-dir to codigo-empresa
           string
               codigo-empresa(1:) " - " nom-emp-dir
               delimited by size
               into stp-msg(1)
           end-string

           move "Cargando" to stp-negreta(2)
           move "Altas de activos" to stp-msg(2)

           perform Mostrar-Progreso
       .

      *===============================================================
      * Traspaso de activos entre empresas del grupo (Funcion "T").
      * Los ficheros de activos de las dos empresas no pueden estar
      * abiertos a la vez, así que cada activo se trata en tres
      * pasos, abriendo y cerrando cada empresa: se lee del origen
      * con su cadena de FEEEEAAM, se graba en el destino (donde se
      * rechaza si el código ya existe) y, sólo si el destino ha ido
      * bien, se da de baja en el origen. La dotación del ejercicio
      * del traspaso se reparte entre las dos empresas por meses,
      * con el mes del traspaso para el origen: en el origen esa
      * fila queda con su parte y las posteriores a cero; el destino
      * recibe el plan entero, para que su amortización acumulada
      * cuadre con la 281 que abona la entrada, y anota la parte del
      * origen en AMOTRAE.TXT para que sus funciones A, B y D no la
      * vuelvan a dotar. La parte del origen la contabiliza el
      * propio traspaso, con la salida, porque en el origen el
      * activo queda de baja y ni la función A ni la B lo dotan. En
      * simulación todo se abre en modo lectura.
      *===============================================================
       Traspasar-Activos.
           move Rango-Emp-Desde to emp-origen-tra
           if fecha-tra-num = 0
               accept fecha-tra-num from date yyyymmdd
           end-if
           move 0 to cnt-ok-tra cnt-rech-tra cnt-err-tra cnt-apu-tra
           move 0 to num-act-tra act-tra-idx
           move 0 to tot-coste-tra tot-acum-tra tot-neto-tra

           if emp-destino-tra = 0 or emp-destino-tra = emp-origen-tra
               move "N" to op-exito
               move "Traspaso: falta la empresa destino o coincide " &
                    "con la de origen" to texto-log
               perform Grabar-Log-Batch
           else
               perform Abrir-Propuesta-Tra
               if not propuesta-tra-abierta
                   move "N" to op-exito
               else
                   if asientos-definitivos
                       perform Abrir-Cruce-Tra
                   end-if

                   initialize tabla-operaciones
                   move "L" to operacion(TFI-RESERVADO)
                   move "B" to operacion(TFI-TECODIR)
                   perform Modulo-ECOMTFI
                   move spaces to operacion(TFI-RESERVADO)

                   if op-exito-tfi = "N"
                       move "N" to op-exito
                       move ERROR-TECODIR to incid
                       perform Grabar-Incidencia
                   else
                       perform Leer-Empresas-Tra
                       if cnt-err-tra = 0
                           perform Cabecera-Propuesta-Tra
                           perform Seleccionar-Activos-Tra
                           perform varying act-tra-idx from 1 by 1
                                   until act-tra-idx > num-act-tra
                               perform Traspasar-Activo
                           end-perform
                       end-if

                       initialize tabla-operaciones
                       move "C" to operacion(TFI-TECODIR)
                       perform Modulo-ECOMTFI
                   end-if

                   perform Totales-Propuesta-Tra
                   close propuesta-tra
                   set propuesta-tra-abierta to false
                   if cruce-tra-abierto
                       close cruce-tra
                       set cruce-tra-abierto to false
                   end-if

                   if cnt-err-tra > 0
                       move "N" to op-exito
                   end-if

                   initialize texto-log
                   string "Traspaso de activos: propuesta en "
                          delimited size
                          path-propuesta-tra delimited spaces
                          into texto-log
                   end-string
                   perform Grabar-Log-Batch

                   perform Limpiar-Progreso
               end-if
           end-if
       .

      *> Ruta y nombre de las dos empresas, leídos una vez de TECODIR
       Leer-Empresas-Tra.
           initialize reg-tecodir
           move emp-origen-tra to cod-emp-dir
           call "RR-DIR" using reg-tecodir, "N", fcd-error
           if fcd-ok
               move cam-acc-dir to cam-acc-ori-tra
               move nom-emp-dir to nom-emp-ori-tra
           else
               add 1 to cnt-err-tra
               initialize reg-propuesta-tra
               string "ERROR: la empresa origen " emp-origen-tra
                      " no existe en el directorio"
                      delimited size
                      into reg-propuesta-tra
               end-string
               write reg-propuesta-tra
           end-if

           initialize reg-tecodir
           move emp-destino-tra to cod-emp-dir
           call "RR-DIR" using reg-tecodir, "N", fcd-error
           if fcd-ok
               move cam-acc-dir to cam-acc-des-tra
               move nom-emp-dir to nom-emp-des-tra
           else
               add 1 to cnt-err-tra
               initialize reg-propuesta-tra
               string "ERROR: la empresa destino " emp-destino-tra
                      " no existe en el directorio"
                      delimited size
                      into reg-propuesta-tra
               end-string
               write reg-propuesta-tra
           end-if
       .

       Posicionar-Origen-Tra.
           move emp-origen-tra to cod-emp-dir
           move nom-emp-ori-tra to nom-emp-dir
           move cod-emp-dir to eco-codigo-empresa
           move cam-acc-ori-tra to Eco-Camino-Acceso-Ficheros
           move emp-origen-tra to emp-apunte-tra
           perform Progreso-Traspaso
       .

       Posicionar-Destino-Tra.
           move emp-destino-tra to cod-emp-dir
           move nom-emp-des-tra to nom-emp-dir
           move cod-emp-dir to eco-codigo-empresa
           move cam-acc-des-tra to Eco-Camino-Acceso-Ficheros
           move emp-destino-tra to emp-apunte-tra
           perform Progreso-Traspaso
       .

      *> Abre los activos de la empresa posicionada con la reserva
      *> que se deje en Modo-Reserva-Amort.
       Abrir-Activos-Tra.
           set activos-tra-abiertos to false
           initialize Tabla-Operaciones
           move "A" to Operacion(TFI-Feeeeaac)
           move "A" to Operacion(TFI-Feeeeaam)
           move Modo-Reserva-Amort to Operacion(TFI-Reservado)
           perform Modulo-Ecomtfi
           if Operacion(Tfi-Reservado) = Modo-Reserva-Amort
               set activos-tra-abiertos to true
           end-if
       .

       Cerrar-Activos-Tra.
           if activos-tra-abiertos
               initialize Tabla-Operaciones
               move "C" to Operacion(TFI-Feeeeaac)
               move "C" to Operacion(TFI-Feeeeaam)
               move Modo-Reserva-Amort to Operacion(TFI-Reservado)
               perform Modulo-Ecomtfi
               set activos-tra-abiertos to false
           end-if
       .

      *> Con TRASPASO-GRUPO=, todos los activos del grupo en servicio
      *> a la fecha del traspaso y sin baja; si no, los códigos del
      *> fichero de activos a traspasar.
       Seleccionar-Activos-Tra.
           move 0 to num-act-tra
           if grupo-tra not= spaces
               perform Posicionar-Origen-Tra
               move "L" to Modo-Reserva-Amort
               perform Abrir-Activos-Tra
               if not activos-tra-abiertos
                   add 1 to cnt-err-tra
                   move "ERROR: no se han podido abrir los activos " &
                        "de la empresa origen" to reg-propuesta-tra
                   write reg-propuesta-tra
               else
                   initialize REG-FEEEEAAC
                   move 1 to CLAVE
                   call "ST-AAC" using ">="
                                       CLAVE
                                       FCD-ERROR
                   if fcd-ok
                       set fin-bucle-aac to false
                       perform until fin-bucle-aac
                           move "N" to BLOQUEO
                           call "RN-AAC" using BLOQUEO
                                               FCD-ERROR
                           if fcd-ok and tip-reg-aac = "1"
                               if cod-act-aac(1:2) = grupo-tra and
                                  fec-baj-aac = 0 and
                                  fec-ina-aac <= fecha-tra-num and
                                  num-act-tra < Max-Activos-Tra
                                   add 1 to num-act-tra
                                   move cod-act-aac
                                     to cod-act-tra(num-act-tra)
                               end-if
                           else
                               set fin-bucle-aac to true
                           end-if
                       end-perform
                   end-if
                   perform Cerrar-Activos-Tra
               end-if
           else
               if path-traspaso-par = spaces
                   move FICHERO-TRASPASO-PAR to path-traspaso-par
               end-if
               open input traspaso-par
               if fcd-error-tpa = "00"
                   set fin-lectura-tpa to false
                   perform Leer-Linea-Traspaso-Par until fin-lectura-tpa
                   close traspaso-par
               else
                   add 1 to cnt-err-tra
                   initialize reg-propuesta-tra
                   string "ERROR: no se ha podido abrir el fichero "
                          "de activos " delimited size
                          path-traspaso-par delimited spaces
                          into reg-propuesta-tra
                   end-string
                   write reg-propuesta-tra
               end-if
           end-if
       .

       Leer-Linea-Traspaso-Par.
           read traspaso-par next record
               at end
                   set fin-lectura-tpa to true
               not at end
                   if reg-traspaso-par not= spaces and
                      reg-traspaso-par(1:1) not= "*"
                       evaluate true
                       when reg-traspaso-par(9:) not= spaces
                           *> cod-act-tra es de 8 posiciones: truncado
                           *> se traspasaría otro activo
                           add 1 to cnt-rech-tra
                           initialize reg-propuesta-tra
                           string "    " delimited size
                                  reg-traspaso-par delimited "  "
                                  " RECHAZADO: Código del activo de "
                                  "más de 8 posiciones"
                                  delimited size
                                  into reg-propuesta-tra
                           end-string
                           write reg-propuesta-tra
                       when num-act-tra < Max-Activos-Tra
                           add 1 to num-act-tra
                           move reg-traspaso-par
                             to cod-act-tra(num-act-tra)
                       end-evaluate
                   end-if
           end-read
       .

       Traspasar-Activo.
           set activo-tra-valido to true
           move spaces to motivo-tra

           perform Leer-Activo-Origen-Tra
           if activo-tra-valido
               perform Listar-Activo-Tra
               perform Alta-Activo-Destino-Tra
           end-if
           if activo-tra-valido
               perform Baja-Activo-Origen-Tra
           end-if

           if activo-tra-valido
               add 1 to cnt-ok-tra
               add coste-tra to tot-coste-tra
               add acum-tra to tot-acum-tra
               add neto-tra to tot-neto-tra
           else
               add 1 to cnt-rech-tra
               initialize reg-propuesta-tra
               string "    " cod-act-tra(act-tra-idx)
                      " RECHAZADO: " motivo-tra
                      delimited size
                      into reg-propuesta-tra
               end-string
               write reg-propuesta-tra
           end-if
       .

      *> Deja el activo en reg-aac-tra y su cadena en
      *> Tabla-Cadena-Tra, con la parte del origen en la fila del
      *> ejercicio del traspaso y la amortización acumulada a la
      *> fecha del traspaso.
       Leer-Activo-Origen-Tra.
           perform Posicionar-Origen-Tra
           move "L" to Modo-Reserva-Amort
           perform Abrir-Activos-Tra
           if not activos-tra-abiertos
               set activo-tra-valido to false
               move "No se han podido abrir los activos del origen"
                 to motivo-tra
           else
               perform Buscar-Activo-Tra
               evaluate true
               when not activo-tra-existe
                   set activo-tra-valido to false
                   move "El activo no existe en la empresa origen"
                     to motivo-tra
               when fec-baj-aac not= 0
                   set activo-tra-valido to false
                   move "El activo ya está dado de baja"
                     to motivo-tra
               when fec-ina-aac > fecha-tra-num
                   set activo-tra-valido to false
                   move "El activo entra en servicio después del " &
                        "traspaso" to motivo-tra
               when other
                   move reg-feeeeaac to reg-aac-tra
                   perform Cargar-Cadena-Tra
               end-evaluate
               perform Cerrar-Activos-Tra
           end-if
       .

       Buscar-Activo-Tra.
           set activo-tra-existe to false
           initialize reg-feeeeaac
           move "1" to tip-reg-aac
           move eco-act-cod to act-emp-aac
           move cod-act-tra(act-tra-idx) to cod-act-aac
           move zeros to nro-ord-aac
           move 1 to CLAVE
           call "ST-AAC" using ">="
                               CLAVE
                               FCD-ERROR
           if fcd-ok
               move "N" to BLOQUEO
               call "RN-AAC" using BLOQUEO
                                   FCD-ERROR
               if fcd-ok and tip-reg-aac = "1" and
                  act-emp-aac = eco-act-cod and
                  cod-act-aac = cod-act-tra(act-tra-idx)
                   set activo-tra-existe to true
               end-if
           end-if
       .

       Cargar-Cadena-Tra.
           move 0 to num-filas-tra acum-tra con-ori-tra fis-ori-tra

           *> Meses que cubre la fila del ejercicio del traspaso y
           *> meses de ella que corresponden al origen
           move 1 to mes-desde-tra
           if fec-ina-aac(1:4) = any-tra
               move fec-ina-aac(5:2) to mes-desde-tra
           end-if
           compute meses-fila-tra = 12 - mes-desde-tra + 1
           compute meses-tra = mes-tra - mes-desde-tra + 1
           if meses-tra < 0
               move 0 to meses-tra
           end-if

           initialize reg-feeeeaam
           move "1" to tip-reg-aam
           move eco-act-cod to act-emp-aam
           move cod-act-aac to cod-act-aam
           move 0 to fec-amo-aam
           move 1 to Clave
           move ">=" to Condicion
           call "ST-AAM" using Condicion
                               Clave
                               Fcd-Error
           if fcd-ok
               set fin-cadena-dif to false
               perform until fin-cadena-dif
                   call "RN-AAM" using "N"
                                       Fcd-Error
                   if fcd-ok and tip-reg-aam = "1" and
                      act-emp-aam = eco-act-cod and
                      cod-act-aam = cod-act-aac
                       if num-filas-tra < Max-Filas-Tra
                           add 1 to num-filas-tra
                           move reg-feeeeaam
                             to fila-cadena-tra(num-filas-tra)
                       else
                           set activo-tra-valido to false
                           move "Cadena de FEEEEAAM demasiado larga"
                             to motivo-tra
                       end-if
                       evaluate true
                       when fec-amo-aam < any-tra
                           add amo-con-aam to acum-tra
                       when fec-amo-aam = any-tra
                           if meses-fila-tra > 0
                               compute con-ori-tra rounded =
                                   amo-con-aam * meses-tra
                                   / meses-fila-tra
                               compute fis-ori-tra rounded =
                                   amo-fis-aam * meses-tra
                                   / meses-fila-tra
                           end-if
                           add con-ori-tra to acum-tra
                       end-evaluate
                   else
                       set fin-cadena-dif to true
                   end-if
               end-perform
           end-if

           compute coste-tra = val-adq-aac + inc-rev-aac
           compute neto-tra = coste-tra - acum-tra
       .

      *> Alta en el destino del activo y su cadena entera, con la
      *> actividad de la empresa destino; la parte del origen en el
      *> ejercicio del traspaso queda en su registro de entradas.
       Alta-Activo-Destino-Tra.
           perform Posicionar-Destino-Tra
           if modo-simulacion
               move "L" to Modo-Reserva-Amort
           else
               move "M" to Modo-Reserva-Amort
           end-if
           perform Abrir-Activos-Tra
           if not activos-tra-abiertos
               set activo-tra-valido to false
               move "No se han podido reservar los activos del " &
                    "destino" to motivo-tra
           else
               perform Buscar-Activo-Tra
               if activo-tra-existe
                   set activo-tra-valido to false
                   move "El código ya existe en la empresa destino"
                     to motivo-tra
               else
                   if not modo-simulacion
                       perform Grabar-Activo-Destino-Tra
                       if activo-tra-valido
                           perform Grabar-Entrada-Tra
                       end-if
                   end-if
                   if activo-tra-valido and asientos-definitivos
                      and not modo-simulacion
                       perform Contabilizar-Entrada-Tra
                   end-if
               end-if
               perform Cerrar-Activos-Tra
           end-if
       .

       Grabar-Activo-Destino-Tra.
           move reg-aac-tra to reg-feeeeaac
           move eco-act-cod to act-emp-aac
           call "WR-AAC" using fcd-error
           if not fcd-ok
               add 1 to cnt-err-tra
               set activo-tra-valido to false
               move "Error al grabar el activo en la empresa destino"
                 to motivo-tra
           else
               move 0 to filas-grabadas-tra
               perform varying fila-tra-idx from 1 by 1
                       until fila-tra-idx > num-filas-tra
                          or not activo-tra-valido
                   move fila-cadena-tra(fila-tra-idx) to reg-feeeeaam
                   move eco-act-cod to act-emp-aam
                   call "WR-AAM" using fcd-error
                   if not fcd-ok
                       add 1 to cnt-err-tra
                       set activo-tra-valido to false
                       move "Error al grabar el plan en la empresa " &
                            "destino" to motivo-tra
                   else
                       move fila-tra-idx to filas-grabadas-tra
                   end-if
               end-perform
               if not activo-tra-valido
                   perform Deshacer-Destino-Tra
               end-if
           end-if
       .

      *> Un traspaso que no se ha podido grabar entero no deja nada
      *> en el destino: se borran las filas ya grabadas y el activo.
      *> Si tampoco se puede borrar, queda anotado para arreglarlo a
      *> mano.
       Deshacer-Destino-Tra.
           perform varying fila-tra-idx from 1 by 1
                   until fila-tra-idx > filas-grabadas-tra
               move fila-cadena-tra(fila-tra-idx) to reg-feeeeaam
               move eco-act-cod to act-emp-aam
               move "N" to bloqueo
               call "RR-AAM" using bloqueo
                                   fcd-error
               if fcd-ok
                   call "DE-AAM" using fcd-error
               end-if
               if not fcd-ok
                   initialize reg-propuesta-tra
                   string "      ERROR: no se ha podido borrar del "
                          "destino la fila " fec-amo-aam
                          " del plan a medio grabar"
                          delimited size
                          into reg-propuesta-tra
                   end-string
                   write reg-propuesta-tra
               end-if
           end-perform

           perform Buscar-Activo-Tra
           if activo-tra-existe
               call "DE-AAC" using fcd-error
           end-if
           if not activo-tra-existe or not fcd-ok
               initialize reg-propuesta-tra
               string "      ERROR: no se ha podido borrar del "
                      "destino el activo a medio grabar"
                      delimited size
                      into reg-propuesta-tra
               end-string
               write reg-propuesta-tra
           end-if
       .

      *> Baja en el origen a la fecha del traspaso. Si el origen no
      *> se puede reservar, el activo ya está en el destino: es un
      *> error que hay que resolver a mano, no un rechazo.
       Baja-Activo-Origen-Tra.
           perform Posicionar-Origen-Tra
           if modo-simulacion
               move "L" to Modo-Reserva-Amort
           else
               move "M" to Modo-Reserva-Amort
           end-if
           perform Abrir-Activos-Tra
           if not activos-tra-abiertos
               add 1 to cnt-err-tra
               initialize reg-propuesta-tra
               string "      ERROR: dado de alta en el destino pero "
                      "no se ha podido dar de baja en el origen"
                      delimited size
                      into reg-propuesta-tra
               end-string
               write reg-propuesta-tra
           else
               set baja-origen-tra-ok to false
               if not modo-simulacion
                   perform Grabar-Baja-Origen-Tra
               end-if
               if asientos-definitivos and baja-origen-tra-ok
                   perform Contabilizar-Salida-Tra
               end-if
               perform Cerrar-Activos-Tra
           end-if
       .

      *> Sólo con la baja y el plan del origen bien grabados se
      *> contabiliza la salida (baja-origen-tra-ok).
       Grabar-Baja-Origen-Tra.
           perform Buscar-Activo-Tra
           if activo-tra-existe
               move dia-tra to fec-baj-aac(1:2)
               move mes-tra to fec-baj-aac(3:2)
               move any-tra to fec-baj-aac(5:4)
               call "RW-AAC" using fcd-error
           end-if
           if not activo-tra-existe or not fcd-ok
               add 1 to cnt-err-tra
               initialize reg-propuesta-tra
               string "      ERROR: no se ha podido grabar la baja "
                      "en el origen"
                      delimited size
                      into reg-propuesta-tra
               end-string
               write reg-propuesta-tra
           else
               set baja-origen-tra-ok to true
               perform varying fila-tra-idx from 1 by 1
                       until fila-tra-idx > num-filas-tra
                   move fila-cadena-tra(fila-tra-idx) to reg-feeeeaam
                   if fec-amo-aam >= any-tra
                       move "N" to bloqueo
                       call "RR-AAM" using bloqueo
                                           fcd-error
                       if fcd-ok
                           if fec-amo-aam = any-tra
                               move con-ori-tra to amo-con-aam
                               move fis-ori-tra to amo-fis-aam
                           else
                               move 0 to amo-con-aam amo-fis-aam
                           end-if
                           initialize pta-eur-aam
                           initialize pta-con-aam
                           call "RW-AAM" using fcd-error
                       end-if
                       if not fcd-ok
                           add 1 to cnt-err-tra
                           set baja-origen-tra-ok to false
                           initialize reg-propuesta-tra
                           string "      ERROR: no se ha podido "
                                  "ajustar el plan del origen, "
                                  "ejercicio " fec-amo-aam
                                  delimited size
                                  into reg-propuesta-tra
                           end-string
                           write reg-propuesta-tra
                       end-if
                   end-if
               end-perform
               perform Grabar-Registro-Tra
               if not baja-origen-tra-ok and asientos-definitivos
                   initialize reg-propuesta-tra
                   string "      No se contabiliza la salida del "
                          "origen: hay que revisar su plan"
                          delimited size
                          into reg-propuesta-tra
                   end-string
                   write reg-propuesta-tra
               end-if
           end-if
       .

      *> Anota el traspaso en el registro de traspasos del origen
       Grabar-Registro-Tra.
           initialize path-registro-tra
           string Eco-Camino-Acceso-Ficheros delimited spaces
                  FICHERO-REGISTRO-TRA delimited size
                  into path-registro-tra
           end-string
           open extend registro-tra
           if fcd-error-rtr not= "00"
               open output registro-tra
           end-if
           if fcd-error-rtr = "00"
               initialize reg-registro-tra
               string cod-act-tra(act-tra-idx) ";"
                      fecha-tra-num ";"
                      emp-destino-tra
                      delimited size
                      into reg-registro-tra
               end-string
               write reg-registro-tra
               close registro-tra
           end-if
       .

      *> Anota la entrada en el registro de entradas del destino
       Grabar-Entrada-Tra.
           initialize path-registro-tra
           string Eco-Camino-Acceso-Ficheros delimited spaces
                  FICHERO-ENTRADAS-TRA delimited size
                  into path-registro-tra
           end-string
           open extend registro-tra
           if fcd-error-rtr not= "00"
               open output registro-tra
           end-if
           if fcd-error-rtr = "00"
               move con-ori-tra to con-ori-rtr
               move fis-ori-tra to fis-ori-rtr
               initialize reg-registro-tra
               string cod-act-tra(act-tra-idx) ";"
                      fecha-tra-num ";"
                      emp-origen-tra ";"
                      con-ori-rtr ";"
                      fis-ori-rtr
                      delimited size
                      into reg-registro-tra
               end-string
               write reg-registro-tra
               close registro-tra
           end-if
       .

       Listar-Activo-Tra.
           move reg-aac-tra to reg-feeeeaac
           initialize reg-propuesta-tra
           string "    " cod-act-tra(act-tra-idx) " " des-act-aac
                  delimited size
                  into reg-propuesta-tra
           end-string
           write reg-propuesta-tra

           move coste-tra to tra-imp-ed
           move acum-tra to tra-imp-ed2
           move neto-tra to tra-imp-ed3
           initialize reg-propuesta-tra
           string "      Coste: " tra-imp-ed
                  "  Amort. acumulada: " tra-imp-ed2
                  "  Valor neto: " tra-imp-ed3
                  delimited size
                  into reg-propuesta-tra
           end-string
           write reg-propuesta-tra

           move cod-act-tra(act-tra-idx)(1:2) to grupo-asi
           perform Buscar-Cta-Grupo-Asi
           perform Buscar-Cta-Inm-Baj

           if con-ori-tra > 0
               move con-ori-tra to tra-imp-ed
               initialize reg-propuesta-tra
               string "      Dotación: D " cta-dotacion-asi
                      " H " cta-acumulada-uso " " tra-imp-ed
                      delimited size
                      into reg-propuesta-tra
               end-string
               write reg-propuesta-tra
           end-if

           move acum-tra to tra-imp-ed
           move neto-tra to tra-imp-ed2
           initialize reg-propuesta-tra
           string "      Salida..: D " cta-acumulada-uso
                  " H " cta-inmovilizado-uso " " tra-imp-ed
                  "  D " cta-traspaso-tra
                  " H " cta-inmovilizado-uso " " tra-imp-ed2
                  delimited size
                  into reg-propuesta-tra
           end-string
           write reg-propuesta-tra

           initialize reg-propuesta-tra
           string "      Entrada.: D " cta-inmovilizado-uso
                  " H " cta-acumulada-uso " " tra-imp-ed
                  "  D " cta-inmovilizado-uso
                  " H " cta-traspaso-tra " " tra-imp-ed2
                  delimited size
                  into reg-propuesta-tra
           end-string
           write reg-propuesta-tra
       .

      *> Asientos del traspaso, en pares cuadrados como los de la
      *> función B: en el origen, la dotación de su parte del
      *> ejercicio del traspaso (incluida en acum-tra) y la salida de
      *> la amortización acumulada y del valor neto contra la cuenta
      *> con la empresa del grupo; en el destino, la entrada
      *> simétrica.
       Contabilizar-Salida-Tra.
           if con-ori-tra > 0
               move cta-dotacion-asi to apu-cta-tra
               move cta-acumulada-uso to apu-ctr-tra
               move con-ori-tra to apu-imp-tra
               move "Dot. traspaso" to apu-con-tra
               perform Apunte-Traspaso
           end-if
           if acum-tra > 0
               move cta-acumulada-uso to apu-cta-tra
               move cta-inmovilizado-uso to apu-ctr-tra
               move acum-tra to apu-imp-tra
               move "Traspaso amort. acum." to apu-con-tra
               perform Apunte-Traspaso
           end-if
           if neto-tra > 0
               move cta-traspaso-tra to apu-cta-tra
               move cta-inmovilizado-uso to apu-ctr-tra
               move neto-tra to apu-imp-tra
               move "Traspaso salida" to apu-con-tra
               perform Apunte-Traspaso
           end-if
       .

       Contabilizar-Entrada-Tra.
           if acum-tra > 0
               move cta-inmovilizado-uso to apu-cta-tra
               move cta-acumulada-uso to apu-ctr-tra
               move acum-tra to apu-imp-tra
               move "Traspaso amort. acum." to apu-con-tra
               perform Apunte-Traspaso
           end-if
           if neto-tra > 0
               move cta-inmovilizado-uso to apu-cta-tra
               move cta-traspaso-tra to apu-ctr-tra
               move neto-tra to apu-imp-tra
               move "Traspaso entrada" to apu-con-tra
               perform Apunte-Traspaso
           end-if
       .

       Apunte-Traspaso.
           initialize parametros-ecomsac
           move "A" to fun-sac
           move fecha-tra-num to fec-apu-sac
           move apu-cta-tra to cta-apu-sac
           move apu-ctr-tra to ctr-apu-sac
           move apu-imp-tra to imp-apu-sac
           initialize con-apu-sac
           string apu-con-tra delimited "  "
                  " " delimited size
                  cod-act-tra(act-tra-idx) delimited spaces
                  into con-apu-sac
           end-string
           move cod-act-tra(act-tra-idx) to doc-apu-sac

           move 3 to np-ecomsac
           call "ECOMSAC" using np-ecomsac,
                                parametros-ecomsac,
                                op-exito-sac
           cancel "ECOMSAC"

           if op-exito-sac = "S"
               add 1 to cnt-apu-tra
               if cruce-tra-abierto
                   move apu-imp-tra to tra-imp-ed
                   initialize reg-cruce-tra
                   string emp-apunte-tra ";"
                          cod-act-tra(act-tra-idx) ";"
                          fecha-tra-num ";"
                          apu-cta-tra ";"
                          apu-ctr-tra ";"
                          tra-imp-ed ";"
                          nro-asi-sac
                          delimited size
                          into reg-cruce-tra
                   end-string
                   write reg-cruce-tra
               end-if
           else
               add 1 to cnt-err-tra
               initialize reg-propuesta-tra
               string "      ERROR: no se ha podido contabilizar en "
                      "la empresa " emp-apunte-tra " el apunte "
                      delimited size
                      apu-con-tra delimited "  "
                      "." delimited size
                      into reg-propuesta-tra
               end-string
               write reg-propuesta-tra
           end-if
       .

       Totales-Propuesta-Tra.
           move spaces to reg-propuesta-tra
           write reg-propuesta-tra

           move cnt-ok-tra to asi-num-ed
           initialize reg-propuesta-tra
           string "Activos traspasados.....: " asi-num-ed
                  delimited size
                  into reg-propuesta-tra
           end-string
           write reg-propuesta-tra

           move cnt-rech-tra to asi-num-ed
           initialize reg-propuesta-tra
           string "Activos rechazados......: " asi-num-ed
                  delimited size
                  into reg-propuesta-tra
           end-string
           write reg-propuesta-tra

           move tot-coste-tra to tra-imp-ed
           move tot-acum-tra to tra-imp-ed2
           move tot-neto-tra to tra-imp-ed3
           initialize reg-propuesta-tra
           string "Coste: " tra-imp-ed
                  "  Amort. acumulada: " tra-imp-ed2
                  "  Valor neto: " tra-imp-ed3
                  delimited size
                  into reg-propuesta-tra
           end-string
           write reg-propuesta-tra

           if asientos-definitivos
               move cnt-apu-tra to asi-num-ed
               initialize reg-propuesta-tra
               string "Apuntes contabilizados..: " asi-num-ed
                      delimited size
                      into reg-propuesta-tra
               end-string
               write reg-propuesta-tra
           end-if

           if cnt-err-tra > 0
               move cnt-err-tra to asi-num-ed
               initialize reg-propuesta-tra
               string "Errores.................: " asi-num-ed
                      delimited size
                      into reg-propuesta-tra
               end-string
               write reg-propuesta-tra
           end-if
       .

       Abrir-Propuesta-Tra.
           set propuesta-tra-abierta to false
           move FICHERO-PROPUESTA-TRA to path-propuesta-tra
           call "cbl_delete_file" using path-propuesta-tra
           open output propuesta-tra
           if fcd-error-tra = "00"
               set propuesta-tra-abierta to true
           end-if
       .

       Abrir-Cruce-Tra.
           set cruce-tra-abierto to false
           move FICHERO-CRUCE-TRA to path-cruce-tra
           call "cbl_delete_file" using path-cruce-tra
           open output cruce-tra
           if fcd-error-ctr = "00"
               set cruce-tra-abierto to true
           end-if
       .

       Cabecera-Propuesta-Tra.
           initialize fecha-tra-ed
           string dia-tra "/" mes-tra "/" any-tra
                  delimited size
                  into fecha-tra-ed
           end-string

           initialize reg-propuesta-tra
           if modo-simulacion
               string "Traspaso de activos a " fecha-tra-ed
                      " (simulación: no se graba nada)"
                      delimited size
                      into reg-propuesta-tra
               end-string
           else
               string "Traspaso de activos a " fecha-tra-ed
                      delimited size
                      into reg-propuesta-tra
               end-string
           end-if
           write reg-propuesta-tra

           initialize reg-propuesta-tra
           string "  Origen.: " emp-origen-tra " - " nom-emp-ori-tra
                  delimited size
                  into reg-propuesta-tra
           end-string
           write reg-propuesta-tra

           initialize reg-propuesta-tra
           string "  Destino: " emp-destino-tra " - " nom-emp-des-tra
                  delimited size
                  into reg-propuesta-tra
           end-string
           write reg-propuesta-tra

           move spaces to reg-propuesta-tra
           write reg-propuesta-tra
       .

       Progreso-Traspaso.
           perform Preparar-Limpiar-Progreso

           move "Empresa" to stp-negreta(1)
           move cod-emp-dir to codigo-empresa
           string
               codigo-empresa(1:) " - " nom-emp-dir
               delimited by size
               into stp-msg(1)
           end-string

           move "Traspasando" to stp-negreta(2)
           if act-tra-idx > 0
               move cod-act-tra(act-tra-idx) to stp-msg(2)
           else
               move "Selección de activos" to stp-msg(2)
           end-if

           perform Mostrar-Progreso
       .

      *> Registro de traspasos de la empresa posicionada, para que la
      *> función B no proponga la baja de lo traspasado: ese asiento
      *> ya lo ha propuesto el traspaso.
       Cargar-Traspasos-Baj.
           move 0 to num-traspasos-baj
           initialize path-registro-tra
           string Eco-Camino-Acceso-Ficheros delimited spaces
                  FICHERO-REGISTRO-TRA delimited size
                  into path-registro-tra
           end-string
           open input registro-tra
           if fcd-error-rtr = "00"
               set fin-lectura-rtr to false
               perform until fin-lectura-rtr
                   read registro-tra next record
                       at end
                           set fin-lectura-rtr to true
                       not at end
                           initialize campos-registro-tra
                           unstring reg-registro-tra delimited by ";"
                               into act-rtr-txt, fec-rtr-txt,
                                    des-rtr-txt
                           end-unstring
                           if num-traspasos-baj < Max-Activos-Tra
                               add 1 to num-traspasos-baj
                               move act-rtr-txt to
                                    act-traspaso-baj(num-traspasos-baj)
                               move des-rtr-txt to
                                    des-traspaso-baj(num-traspasos-baj)
                           end-if
                   end-read
               end-perform
               close registro-tra
           end-if
       .

       Buscar-Traspaso-Baj.
           set activo-traspasado-baj to false
           perform varying traspaso-idx from 1 by 1
                   until traspaso-idx > num-traspasos-baj
               if act-traspaso-baj(traspaso-idx) = cod-act-aac
                   set activo-traspasado-baj to true
                   move des-traspaso-baj(traspaso-idx)
                     to destino-traspaso-baj
               end-if
           end-perform
       .

       Listar-Traspaso-Baj.
           if not emp-baj-con-cabecera
               perform Cabecera-Propuesta-Baj-Empresa
               set emp-baj-con-cabecera to true
           end-if
           initialize reg-propuesta-baj
           string "    " cod-act-aac " " des-act-aac
                  delimited size
                  into reg-propuesta-baj
           end-string
           write reg-propuesta-baj

           initialize reg-propuesta-baj
           string "      Traspasado a la empresa "
                  destino-traspaso-baj
                  ": su baja y su dotación las contabiliza el "
                  "traspaso."
                  delimited size
                  into reg-propuesta-baj
           end-string
           write reg-propuesta-baj
       .

      *=================================================================
      * Histórico de activos (Funcion "H"). Pasa al histórico de cada
      * empresa del rango (AMOHIST.DAT en su directorio) los activos
      * dados de baja en un ejercicio anterior a los últimos
      * HISTORICO-EJERCICIOS=, con su plan de amortización completo,
      * y los quita de FEEEEAAC y FEEEEAAM. En el histórico queda la
      * imagen del activo (tipo "1") y la de cada fila de su plan
      * (tipo "2", numeradas en el orden de la cadena), de forma que
      * la función X los devuelve tal cual estaban. Listado en
      * AMOHIST.TXT; en simulación sólo se lista.
      *=================================================================
       Archivar-Historico.
           accept fecha-archivo-his from date yyyymmdd
           compute any-limite-his =
               fecha-archivo-his / 10000 - ejercicios-his
           move 0 to cnt-act-his cnt-fil-his cnt-err-his
           move 0 to tot-coste-his tot-acum-his

           move FICHERO-INFORME-HIS to path-informe-his
           perform Abrir-Informe-His
           if not informe-his-abierto
               move "N" to op-exito
           else
               initialize reg-informe-his
               if modo-simulacion
                   string "Paso al histórico de los activos dados de "
                          "baja antes de " any-limite-his
                          " (simulación: no se graba nada)"
                          delimited size
                          into reg-informe-his
                   end-string
               else
                   string "Paso al histórico de los activos dados de "
                          "baja antes de " any-limite-his
                          delimited size
                          into reg-informe-his
                   end-string
               end-if
               write reg-informe-his

               perform Recorrer-Empresas-His
               perform Totales-Informe-His

               close informe-his
               set informe-his-abierto to false

               if cnt-err-his > 0
                   move "N" to op-exito
               end-if

               initialize texto-log
               string "Histórico de activos: listado en "
                      delimited size
                      path-informe-his delimited spaces
                      into texto-log
               end-string
               perform Grabar-Log-Batch

               perform Limpiar-Progreso
           end-if
       .

      *=================================================================
      * Recuperación de activos del histórico (Funcion "X"). Devuelve
      * a FEEEEAAC y FEEEEAAM los activos de las líneas
      * RECUPERAR-ACTIVO= que estén en el histórico de alguna empresa
      * del rango, y los quita de él. No se recupera un activo cuyo
      * código ya exista otra vez en los activos de la empresa.
      * Listado en AMORECU.TXT.
      *=================================================================
       Recuperar-Historico.
           move 0 to cnt-act-his cnt-fil-his cnt-err-his
           move 0 to tot-coste-his tot-acum-his

           if num-rec-his = 0
               move "N" to op-exito
               move "Recuperación del histórico: no se ha indicado " &
                    "ningún RECUPERAR-ACTIVO=" to texto-log
               perform Grabar-Log-Batch
           else
               move FICHERO-INFORME-REC to path-informe-his
               perform Abrir-Informe-His
               if not informe-his-abierto
                   move "N" to op-exito
               else
                   initialize reg-informe-his
                   if modo-simulacion
                       string "Recuperación de activos del histórico"
                              " (simulación: no se graba nada)"
                              delimited size
                              into reg-informe-his
                       end-string
                   else
                       move "Recuperación de activos del histórico"
                         to reg-informe-his
                   end-if
                   write reg-informe-his

                   perform Recorrer-Empresas-His
                   perform Totales-Informe-His

                   close informe-his
                   set informe-his-abierto to false

                   if cnt-err-his > 0
                       move "N" to op-exito
                   end-if

                   initialize texto-log
                   string "Recuperación del histórico: listado en "
                          delimited size
                          path-informe-his delimited spaces
                          into texto-log
                   end-string
                   perform Grabar-Log-Batch

                   perform Limpiar-Progreso
               end-if
           end-if
       .

       Recorrer-Empresas-His.
           initialize tabla-operaciones
           move "L" to operacion(TFI-RESERVADO)
           move "B" to operacion(TFI-TECODIR)
           perform Modulo-ECOMTFI
           move spaces to operacion(TFI-RESERVADO)

           if op-exito-tfi = "N"
               move "N" to op-exito
               move ERROR-TECODIR to incid
               perform Grabar-Incidencia
           else
               move Rango-Emp-Desde to cod-emp-dir
               move 1 to clave-fichero
               call "ST-DIR" using
                   reg-tecodir,
                   ">=",
                   clave-fichero,
                   fcd-error
               if fcd-ok
                   set fin-bucle to false
                   perform with test after until fin-bucle
                       call "RN-DIR" using reg-tecodir, "N", fcd-error
                       if fcd-ok
                           if cod-emp-dir > Rango-Emp-Hasta
                               set fin-bucle to true
                           else
                               if funcion = "X"
                                   perform Recuperar-Empresa-His
                               else
                                   perform Archivar-Empresa-His
                               end-if
                           end-if
                       else
                           set fin-bucle to true
                       end-if
                   end-perform
               end-if

               initialize tabla-operaciones
               move "C" to operacion(TFI-TECODIR)
               perform Modulo-ECOMTFI
           end-if
       .

      *> Como en la función B, la cabecera de la empresa sólo se
      *> escribe cuando hay algo que listar de ella.
       Archivar-Empresa-His.
           move cod-emp-dir to eco-codigo-empresa
           move cam-acc-dir to Eco-Camino-Acceso-Ficheros
           move 0 to num-act-his act-his-idx
           perform Progreso-Historico

           move 0 to tot-coste-emp-his tot-acum-emp-his cnt-act-emp-his
           set emp-his-con-cabecera to false

           if modo-simulacion
               move "L" to Modo-Reserva-Amort
           else
               move "M" to Modo-Reserva-Amort
           end-if
           perform Abrir-Activos-Tra
           if not activos-tra-abiertos
               add 1 to cnt-err-his
               perform Cabecera-Informe-His-Empresa
               move "    (no se han podido abrir los activos)"
                 to reg-informe-his
               write reg-informe-his
           else
               perform Seleccionar-Activos-His
               if num-act-his > 0 and not modo-simulacion
                   perform Abrir-Historico-Escritura
               end-if
               if num-act-his > 0 and not modo-simulacion and
                  not historico-abierto
                   add 1 to cnt-err-his
                   perform Cabecera-Informe-His-Empresa
                   initialize reg-informe-his
                   string "    ERROR: no se ha podido abrir el "
                          "histórico " delimited size
                          path-historico-amo delimited spaces
                          into reg-informe-his
                   end-string
                   write reg-informe-his
               else
                   perform varying act-his-idx from 1 by 1
                           until act-his-idx > num-act-his
                       perform Progreso-Historico
                       perform Archivar-Activo-His
                   end-perform
               end-if
               if historico-abierto
                   close historico-amo
                   set historico-abierto to false
               end-if

               if cnt-act-emp-his > 0
                   perform Total-Empresa-His
               end-if
               perform Cerrar-Activos-Tra
           end-if
       .

      *> Activos con baja en un ejercicio anterior al límite. La baja
      *> va como día, mes y año (ver Comprobar-Baja-Activo).
       Seleccionar-Activos-His.
           initialize REG-FEEEEAAC
           move 1 to CLAVE
           call "ST-AAC" using ">="
                               CLAVE
                               FCD-ERROR
           if fcd-ok
               set fin-bucle-aac to false
               perform until fin-bucle-aac
                   move "N" to BLOQUEO
                   call "RN-AAC" using BLOQUEO
                                       FCD-ERROR
                   if fcd-ok and tip-reg-aac = "1"
                       if fec-baj-aac not= 0 and
                          fec-baj-aac(5:4) < any-limite-his and
                          num-act-his < Max-Activos-Tra
                           add 1 to num-act-his
                           move cod-act-aac
                             to cod-act-sel-his(num-act-his)
                       end-if
                   else
                       set fin-bucle-aac to true
                   end-if
               end-perform
           end-if
       .

       Archivar-Activo-His.
           move cod-act-sel-his(act-his-idx) to cod-buscado-his
           perform Buscar-Activo-His
           if not activo-his-existe
               add 1 to cnt-err-his
               perform Cabecera-Informe-His-Empresa
               initialize reg-informe-his
               string "    " cod-buscado-his
                      " ERROR: no se ha podido leer el activo"
                      delimited size
                      into reg-informe-his
               end-string
               write reg-informe-his
           else
               move reg-feeeeaac to reg-aac-tra
               perform Cargar-Cadena-His
               if activo-his-existe and not modo-simulacion
                   perform Grabar-Activo-His
               end-if
               if activo-his-existe
                   perform Listar-Activo-His
               end-if
           end-if
       .

       Buscar-Activo-His.
           set activo-his-existe to false
           initialize reg-feeeeaac
           move "1" to tip-reg-aac
           move eco-act-cod to act-emp-aac
           move cod-buscado-his to cod-act-aac
           move zeros to nro-ord-aac
           move 1 to CLAVE
           call "ST-AAC" using ">="
                               CLAVE
                               FCD-ERROR
           if fcd-ok
               move "N" to BLOQUEO
               call "RN-AAC" using BLOQUEO
                                   FCD-ERROR
               if fcd-ok and tip-reg-aac = "1" and
                  act-emp-aac = eco-act-cod and
                  cod-act-aac = cod-buscado-his
                   set activo-his-existe to true
               end-if
           end-if
       .

      *> Cadena del activo en Tabla-Cadena-Tra. Si no cabe, el activo
      *> no se archiva.
       Cargar-Cadena-His.
           move 0 to num-filas-tra

           initialize reg-feeeeaam
           move "1" to tip-reg-aam
           move eco-act-cod to act-emp-aam
           move cod-buscado-his to cod-act-aam
           move 0 to fec-amo-aam
           move 1 to Clave
           move ">=" to Condicion
           call "ST-AAM" using Condicion
                               Clave
                               Fcd-Error
           if fcd-ok
               set fin-cadena-dif to false
               perform until fin-cadena-dif
                   call "RN-AAM" using "N"
                                       Fcd-Error
                   if fcd-ok and tip-reg-aam = "1" and
                      act-emp-aam = eco-act-cod and
                      cod-act-aam = cod-buscado-his
                       if num-filas-tra < Max-Filas-Tra
                           add 1 to num-filas-tra
                           move reg-feeeeaam
                             to fila-cadena-tra(num-filas-tra)
                       else
                           set activo-his-existe to false
                           set fin-cadena-dif to true
                       end-if
                   else
                       set fin-cadena-dif to true
                   end-if
               end-perform
           end-if

           if not activo-his-existe
               add 1 to cnt-err-his
               perform Cabecera-Informe-His-Empresa
               initialize reg-informe-his
               string "    " cod-buscado-his
                      " ERROR: cadena de FEEEEAAM demasiado larga"
                      delimited size
                      into reg-informe-his
               end-string
               write reg-informe-his
           end-if
       .

      *> Primero el histórico y, sólo si se ha grabado entero, la
      *> baja en los ficheros de activos; si falla a medias, se
      *> deshace lo grabado en el histórico.
       Grabar-Activo-His.
           initialize reg-historico-amo
           move cod-buscado-his to cod-act-his
           move "1" to tip-his
           move 0 to ord-his
           move fecha-archivo-his to fec-arc-his
           move reg-aac-tra to img-his
           write reg-historico-amo
           if fcd-error-his = "00"
               perform varying fila-tra-idx from 1 by 1
                       until fila-tra-idx > num-filas-tra or
                             fcd-error-his not= "00"
                   move "2" to tip-his
                   move fila-tra-idx to ord-his
                   move fila-cadena-tra(fila-tra-idx) to img-his
                   write reg-historico-amo
               end-perform
           end-if

           if fcd-error-his not= "00"
               add 1 to cnt-err-his
               perform Cabecera-Informe-His-Empresa
               initialize reg-informe-his
               if fcd-error-his = "22"
                   string "    " cod-buscado-his
                          " ERROR: el código ya está en el histórico"
                          delimited size
                          into reg-informe-his
                   end-string
               else
                   string "    " cod-buscado-his
                          " ERROR: no se ha podido grabar en el "
                          "histórico (" fcd-error-his ")"
                          delimited size
                          into reg-informe-his
                   end-string
                   perform Anular-Historico-Activo
               end-if
               write reg-informe-his
               set activo-his-existe to false
           else
               perform varying fila-tra-idx from 1 by 1
                       until fila-tra-idx > num-filas-tra
                   move fila-cadena-tra(fila-tra-idx) to reg-feeeeaam
                   move "N" to bloqueo
                   call "RR-AAM" using bloqueo
                                       fcd-error
                   if fcd-ok
                       call "DE-AAM" using fcd-error
                   end-if
                   if not fcd-ok
                       add 1 to cnt-err-his
                       perform Cabecera-Informe-His-Empresa
                       initialize reg-informe-his
                       string "    " cod-buscado-his
                              " ERROR: no se ha podido borrar la fila "
                              fec-amo-aam " del plan"
                              delimited size
                              into reg-informe-his
                       end-string
                       write reg-informe-his
                   end-if
               end-perform

               perform Buscar-Activo-His
               if activo-his-existe
                   call "DE-AAC" using fcd-error
               end-if
               if not activo-his-existe or not fcd-ok
                   add 1 to cnt-err-his
                   perform Cabecera-Informe-His-Empresa
                   initialize reg-informe-his
                   string "    " cod-buscado-his
                          " ERROR: no se ha podido borrar el activo"
                          delimited size
                          into reg-informe-his
                   end-string
                   write reg-informe-his
               end-if
               set activo-his-existe to true
           end-if
       .

       Anular-Historico-Activo.
           move cod-buscado-his to cod-act-his
           move "1" to tip-his
           move 0 to ord-his
           delete historico-amo record
           move "2" to tip-his
           perform varying fila-tra-idx from 1 by 1
                   until fila-tra-idx > num-filas-tra
               move fila-tra-idx to ord-his
               delete historico-amo record
           end-perform
       .

      *> Si el histórico de la empresa no existe todavía, se crea.
       Abrir-Historico-Escritura.
           set historico-abierto to false
           initialize path-historico-amo
           string Eco-Camino-Acceso-Ficheros delimited spaces
                  FICHERO-HISTORICO-AMO delimited size
                  into path-historico-amo
           end-string
           open i-o historico-amo
           if fcd-error-his not= "00"
               open output historico-amo
               if fcd-error-his = "00"
                   close historico-amo
                   open i-o historico-amo
               end-if
           end-if
           if fcd-error-his = "00"
               set historico-abierto to true
           end-if
       .

       Abrir-Historico-Lectura.
           set historico-abierto to false
           initialize path-historico-amo
           string Eco-Camino-Acceso-Ficheros delimited spaces
                  FICHERO-HISTORICO-AMO delimited size
                  into path-historico-amo
           end-string
           if funcion = "X" and not modo-simulacion
               open i-o historico-amo
           else
               open input historico-amo
           end-if
           if fcd-error-his = "00"
               set historico-abierto to true
           end-if
       .

       Recuperar-Empresa-His.
           move cod-emp-dir to eco-codigo-empresa
           move cam-acc-dir to Eco-Camino-Acceso-Ficheros
           move 0 to rec-his-idx
           perform Progreso-Historico

           move 0 to tot-coste-emp-his tot-acum-emp-his cnt-act-emp-his
           set emp-his-con-cabecera to false

           perform Abrir-Historico-Lectura
           if historico-abierto
               if modo-simulacion
                   move "L" to Modo-Reserva-Amort
               else
                   move "M" to Modo-Reserva-Amort
               end-if
               perform Abrir-Activos-Tra
               if not activos-tra-abiertos
                   add 1 to cnt-err-his
                   perform Cabecera-Informe-His-Empresa
                   move "    (no se han podido abrir los activos)"
                     to reg-informe-his
                   write reg-informe-his
               else
                   perform varying rec-his-idx from 1 by 1
                           until rec-his-idx > num-rec-his
                       if rec-his-hecho(rec-his-idx) = 0
                           perform Recuperar-Activo-His
                       end-if
                   end-perform

                   if cnt-act-emp-his > 0
                       perform Total-Empresa-His
                   end-if
                   perform Cerrar-Activos-Tra
               end-if
               close historico-amo
               set historico-abierto to false
           end-if
       .

       Recuperar-Activo-His.
           move cod-rec-his(rec-his-idx) to cod-buscado-his
           move cod-buscado-his to cod-act-his
           move "1" to tip-his
           move 0 to ord-his
           read historico-amo record key clave-his
           if fcd-error-his = "00"
               move 1 to rec-his-hecho(rec-his-idx)
               move img-his(1:max-feeeeaac) to reg-aac-tra
               perform Progreso-Historico
               perform Buscar-Activo-His
               if activo-his-existe
                   add 1 to cnt-err-his
                   perform Cabecera-Informe-His-Empresa
                   initialize reg-informe-his
                   string "    " cod-buscado-his
                          " ERROR: el código ya existe en los "
                          "activos; no se recupera"
                          delimited size
                          into reg-informe-his
                   end-string
                   write reg-informe-his
               else
                   set activo-his-existe to true
                   perform Leer-Cadena-His
                   if activo-his-existe and not modo-simulacion
                       perform Grabar-Recuperacion-His
                   end-if
                   if activo-his-existe
                       perform Listar-Activo-His
                   end-if
               end-if
           end-if
       .

      *> Filas del plan del activo leído del histórico, en el orden
      *> en que se archivaron.
       Leer-Cadena-His.
           move 0 to num-filas-tra
           move "2" to tip-his
           move 0 to ord-his
           start historico-amo key >= clave-his
           if fcd-error-his = "00"
               set fin-lectura-his to false
               perform until fin-lectura-his
                   read historico-amo next record
                       at end
                           set fin-lectura-his to true
                       not at end
                           if cod-act-his = cod-buscado-his and
                              tip-his = "2"
                               if num-filas-tra < Max-Filas-Tra
                                   add 1 to num-filas-tra
                                   move img-his(1:max-feeeeaam)
                                     to fila-cadena-tra(num-filas-tra)
                               else
                                   set activo-his-existe to false
                                   set fin-lectura-his to true
                               end-if
                           else
                               set fin-lectura-his to true
                           end-if
                   end-read
               end-perform
           end-if

           if not activo-his-existe
               add 1 to cnt-err-his
               perform Cabecera-Informe-His-Empresa
               initialize reg-informe-his
               string "    " cod-buscado-his
                      " ERROR: cadena del histórico demasiado larga"
                      delimited size
                      into reg-informe-his
               end-string
               write reg-informe-his
           end-if
       .

      *> Alta del activo y su plan; si el alta del activo o de alguna
      *> fila falla, se borra lo ya grabado y el histórico no se toca.
       Grabar-Recuperacion-His.
           move reg-aac-tra to reg-feeeeaac
           call "WR-AAC" using fcd-error
           if not fcd-ok
               add 1 to cnt-err-his
               perform Cabecera-Informe-His-Empresa
               initialize reg-informe-his
               string "    " cod-buscado-his
                      " ERROR: no se ha podido dar de alta el activo"
                      delimited size
                      into reg-informe-his
               end-string
               write reg-informe-his
               set activo-his-existe to false
           else
               set recuperacion-his-ok to true
               move 0 to filas-grabadas-tra
               perform varying fila-tra-idx from 1 by 1
                       until fila-tra-idx > num-filas-tra
                          or not recuperacion-his-ok
                   move fila-cadena-tra(fila-tra-idx) to reg-feeeeaam
                   call "WR-AAM" using fcd-error
                   if not fcd-ok
                       add 1 to cnt-err-his
                       set recuperacion-his-ok to false
                       perform Cabecera-Informe-His-Empresa
                       initialize reg-informe-his
                       string "    " cod-buscado-his
                              " ERROR: no se ha podido grabar la fila "
                              fec-amo-aam " del plan"
                              delimited size
                              into reg-informe-his
                       end-string
                       write reg-informe-his
                   else
                       move fila-tra-idx to filas-grabadas-tra
                   end-if
               end-perform
               if recuperacion-his-ok
                   perform Anular-Historico-Activo
               else
                   perform Deshacer-Recuperacion-His
                   set activo-his-existe to false
               end-if
           end-if
       .

      *> Recuperación a medias: fuera de los ficheros de activos lo ya
      *> grabado, para que el activo siga sólo en el histórico.
       Deshacer-Recuperacion-His.
           perform varying fila-tra-idx from 1 by 1
                   until fila-tra-idx > filas-grabadas-tra
               move fila-cadena-tra(fila-tra-idx) to reg-feeeeaam
               move "N" to bloqueo
               call "RR-AAM" using bloqueo
                                   fcd-error
               if fcd-ok
                   call "DE-AAM" using fcd-error
               end-if
               if not fcd-ok
                   initialize reg-informe-his
                   string "    " cod-buscado-his
                          " ERROR: no se ha podido borrar la fila "
                          fec-amo-aam " recuperada a medias"
                          delimited size
                          into reg-informe-his
                   end-string
                   write reg-informe-his
               end-if
           end-perform

           perform Buscar-Activo-His
           if activo-his-existe
               call "DE-AAC" using fcd-error
           end-if
           if not activo-his-existe or not fcd-ok
               initialize reg-informe-his
               string "    " cod-buscado-his
                      " ERROR: no se ha podido borrar el activo "
                      "recuperado a medias"
                      delimited size
                      into reg-informe-his
               end-string
               write reg-informe-his
           end-if
       .

       Listar-Activo-His.
           move reg-aac-tra to reg-feeeeaac
           compute coste-his = val-adq-aac + inc-rev-aac
           move 0 to acum-his
           perform varying fila-tra-idx from 1 by 1
                   until fila-tra-idx > num-filas-tra
               move fila-cadena-tra(fila-tra-idx) to reg-feeeeaam
               add amo-con-aam to acum-his
           end-perform

           add 1 to cnt-act-emp-his cnt-act-his
           add num-filas-tra to cnt-fil-his
           add coste-his to tot-coste-emp-his tot-coste-his
           add acum-his to tot-acum-emp-his tot-acum-his

           perform Cabecera-Informe-His-Empresa
           initialize his-fec-ed
           string fec-baj-aac(1:2) "/" fec-baj-aac(3:2) "/"
                  fec-baj-aac(5:4)
                  delimited size
                  into his-fec-ed
           end-string
           initialize reg-informe-his
           string "    " cod-buscado-his " " des-act-aac
                  delimited size
                  into reg-informe-his
           end-string
           write reg-informe-his

           move coste-his to his-imp-ed
           move acum-his to his-imp-ed2
           move num-filas-tra to asi-num-ed
           initialize reg-informe-his
           string "      Baja: " his-fec-ed
                  "  Coste: " his-imp-ed
                  "  Amort. acumulada: " his-imp-ed2
                  "  Filas: " asi-num-ed
                  delimited size
                  into reg-informe-his
           end-string
           write reg-informe-his
       .

       Cabecera-Informe-His-Empresa.
           if not emp-his-con-cabecera
               move spaces to reg-informe-his
               write reg-informe-his
               initialize reg-informe-his
               move cod-emp-dir to codigo-empresa
               string "Empresa " codigo-empresa " - " nom-emp-dir
                      delimited size
                      into reg-informe-his
               end-string
               write reg-informe-his
               set emp-his-con-cabecera to true
           end-if
       .

       Total-Empresa-His.
           move cnt-act-emp-his to asi-num-ed
           move tot-coste-emp-his to his-imp-ed
           move tot-acum-emp-his to his-imp-ed2
           initialize reg-informe-his
           string "  Total empresa: " asi-num-ed " activos"
                  "  Coste: " his-imp-ed
                  "  Amort. acumulada: " his-imp-ed2
                  delimited size
                  into reg-informe-his
           end-string
           write reg-informe-his
       .

       Totales-Informe-His.
           move spaces to reg-informe-his
           write reg-informe-his

           if funcion = "X"
               perform varying rec-his-idx from 1 by 1
                       until rec-his-idx > num-rec-his
                   if rec-his-hecho(rec-his-idx) = 0
                       initialize reg-informe-his
                       string "No está en el histórico de ninguna "
                              "empresa del rango: "
                              cod-rec-his(rec-his-idx)
                              delimited size
                              into reg-informe-his
                       end-string
                       write reg-informe-his
                   end-if
                   if rec-his-largo(rec-his-idx)
                       add 1 to cnt-err-his
                       initialize reg-informe-his
                       string "Código del activo de más de 8 "
                              "posiciones, no se recupera: "
                              cod-rec-his(rec-his-idx) "..."
                              delimited size
                              into reg-informe-his
                       end-string
                       write reg-informe-his
                   end-if
               end-perform

               move cnt-act-his to asi-num-ed
               initialize reg-informe-his
               string "Activos recuperados.....: " asi-num-ed
                      delimited size
                      into reg-informe-his
               end-string
               write reg-informe-his
           else
               move cnt-act-his to asi-num-ed
               initialize reg-informe-his
               string "Activos archivados......: " asi-num-ed
                      delimited size
                      into reg-informe-his
               end-string
               write reg-informe-his
           end-if

           move cnt-fil-his to asi-num-ed
           initialize reg-informe-his
           string "Filas de plan...........: " asi-num-ed
                  delimited size
                  into reg-informe-his
           end-string
           write reg-informe-his

           move tot-coste-his to his-imp-ed
           move tot-acum-his to his-imp-ed2
           initialize reg-informe-his
           string "Coste: " his-imp-ed
                  "  Amort. acumulada: " his-imp-ed2
                  delimited size
                  into reg-informe-his
           end-string
           write reg-informe-his

           if cnt-err-his > 0
               move cnt-err-his to asi-num-ed
               initialize reg-informe-his
               string "Errores.................: " asi-num-ed
                      delimited size
                      into reg-informe-his
               end-string
               write reg-informe-his
           end-if
       .

       Abrir-Informe-His.
           set informe-his-abierto to false
           call "cbl_delete_file" using path-informe-his
           open output informe-his
           if fcd-error-ihs = "00"
               set informe-his-abierto to true
           end-if
       .

       Progreso-Historico.
           perform Preparar-Limpiar-Progreso

           move "Empresa" to stp-negreta(1)
           move cod-emp-dir to codigo-empresa
           string
               codigo-empresa(1:) " - " nom-emp-dir
               delimited by size
               into stp-msg(1)
           end-string

           if funcion = "X"
               move "Recuperando" to stp-negreta(2)
               if rec-his-idx > 0
                   move cod-rec-his(rec-his-idx) to stp-msg(2)
               end-if
           else
               move "Archivando" to stp-negreta(2)
               if act-his-idx > 0
                   move cod-act-sel-his(act-his-idx) to stp-msg(2)
               else
                   move "Selección de activos" to stp-msg(2)
               end-if
           end-if

           perform Mostrar-Progreso
       .

      *===============================================================
      * Previsión de amortizaciones (Funcion "P"). Recorre las
      * empresas del rango en modo lectura, recalcula el plan de cada
      * activo de FEEEEAAC con el mismo módulo de cálculo de la
      * conversión y proyecta en un informe la dotación contable y
      * fiscal de los ejercicios posteriores al actual, subtotalizada
      * por grupo de activos y con un total de cartera. Los ficheros
      * FEEEEAAM no se tocan.
      *===============================================================
       Prevision-Amortizacion.
           perform Abrir-Prevision
           if not prevision-abierta
               move "N" to op-exito
           else
               initialize Tabla-Prev-Tot
               move 0 to cnt-prev-emp cnt-prev-act

               *> El directorio de empresas se recorre en modo
               *> lectura: la previsión no compite con nadie.
               initialize tabla-operaciones
               move "L" to operacion(TFI-RESERVADO)
               move "B" to operacion(TFI-TECODIR)
               perform Modulo-ECOMTFI
               move spaces to operacion(TFI-RESERVADO)

               if op-exito-tfi = "N"
                   move "N" to op-exito
                   move ERROR-TECODIR to incid
                   perform Grabar-Incidencia
               else
                   move Rango-Emp-Desde to cod-emp-dir
                   move 1 to clave-fichero
                   call "ST-DIR" using
                       reg-tecodir,
                       ">=",
                       clave-fichero,
                       fcd-error
                   if fcd-ok
                       set fin-bucle to false
                       perform with test after until fin-bucle
                           call "RN-DIR" using reg-tecodir, "N",
                                               fcd-error
                           if fcd-ok
                               if cod-emp-dir > Rango-Emp-Hasta
                                   set fin-bucle to true
                               else
                                   add 1 to cnt-prev-emp
                                   perform Prevision-Empresa
                               end-if
                           else
                               set fin-bucle to true
                           end-if
                       end-perform
                   end-if

                   initialize tabla-operaciones
                   move "C" to operacion(TFI-TECODIR)
                   perform Modulo-ECOMTFI
               end-if

               perform Volcar-Cartera-Prevision
               close prevision-amort
               set prevision-abierta to false

               initialize texto-log
               string "Previsión de amortizaciones generada en "
                      delimited size
                      path-prevision delimited spaces
                      into texto-log
               end-string
               perform Grabar-Log-Batch

               perform Limpiar-Progreso
           end-if
       .

       Abrir-Prevision.
           set prevision-abierta to false
           move FICHERO-PREVISION-AMORT to path-prevision
           call "cbl_delete_file" using path-prevision
           open output prevision-amort
                       move valor-parametro(1:12)
                         to cta-acumulada-asi
                   end-if
               when "CTA-IMP-DIF-ACTIVO"
                   if valor-parametro(1:12) is numeric
                       move valor-parametro(1:12)
                         to cta-activo-dif
                   end-if
               when "CTA-IMP-DIF-PASIVO"
                   if valor-parametro(1:12) is numeric
                       move valor-parametro(1:12)
                         to cta-pasivo-dif
                   end-if
               when "CTA-IMP-DIFERIDO"
                   if valor-parametro(1:12) is numeric
                       move valor-parametro(1:12)
                         to cta-impuesto-dif
                   end-if
               when "TIPO-GRAVAMEN"
                   perform Tratar-Parametro-Gravamen
               when "BAJAS-DESDE"
                   if valor-parametro(1:8) is numeric
                       move valor-parametro(1:8) to fecha-baja-desde
                   end-if
               when "BAJAS-HASTA"
                   if valor-parametro(1:8) is numeric
                       move valor-parametro(1:8) to fecha-baja-hasta
                   end-if
               when "VENTAS-BAJA"
                   move valor-parametro to path-ventas-baj
               when "CTA-INMOVILIZADO"
                   if valor-parametro(1:12) is numeric
                       move valor-parametro(1:12)
                         to cta-inmovilizado-baj
                   end-if
               when "CTA-PERDIDA-BAJA"
                   if valor-parametro(1:12) is numeric
                       move valor-parametro(1:12) to cta-perdida-baj
                   end-if
               when "CTA-BENEFICIO-BAJA"
                   if valor-parametro(1:12) is numeric
                       move valor-parametro(1:12)
                         to cta-beneficio-baj
                   end-if
               when "CTA-COBRO-BAJA"
                   if valor-parametro(1:12) is numeric
                       move valor-parametro(1:12) to cta-cobro-baj
                   end-if
               when "FECHA-CORTE"
                   if valor-parametro(1:8) is numeric
                       move valor-parametro(1:8) to fecha-corte-lib
                   end-if
               when "LIBRO-DELIMITADO"
                   if valor-parametro(1:1) = "S"
                       set libro-en-delimitado to true
                   end-if
               when "COEFICIENTES"
                   move valor-parametro to path-coeficientes-par
               when "ALTAS-ACTIVOS"
                   move valor-parametro to path-altas-act
               when "TRASPASO-DESTINO"
                   if valor-parametro(1:5) is numeric
                       move valor-parametro(1:5) to emp-destino-tra
                   end-if
               when "TRASPASO-FECHA"
                   if valor-parametro(1:8) is numeric
                       move valor-parametro(1:8) to fecha-tra-num
                   end-if
               when "TRASPASO-GRUPO"
                   move valor-parametro(1:2) to grupo-tra
               when "TRASPASO-ACTIVOS"
                   move valor-parametro to path-traspaso-par
               when "CTA-TRASPASO-GRUPO"
                   if valor-parametro(1:12) is numeric
                       move valor-parametro(1:12) to cta-traspaso-tra
                   end-if
               when "HISTORICO-EJERCICIOS"
                   if valor-parametro(1:2) is numeric
                       move valor-parametro(1:2) to ejercicios-his
                   end-if
               when "RECUPERAR-ACTIVO"
                   if valor-parametro not= spaces and
                      num-rec-his < Max-Recuperar-His
                       add 1 to num-rec-his
                       move valor-parametro to cod-rec-his(num-rec-his)
                       move 0 to rec-his-hecho(num-rec-his)
                       *> cod-rec-his es de 8 posiciones: truncado se
                       *> recuperaría otro activo; no se busca
                       if valor-parametro(9:) not= spaces
                           set rec-his-largo(num-rec-his) to true
                       end-if
                   end-if
               when other
                   perform Tratar-Parametro-Cta-Grupo
               end-evaluate

      *> Cuenta de amortización acumulada propia de un grupo de
      *> activos: claves CTA-AMORT-ACUM-xx=, donde xx es el grupo
      *> (dos primeros caracteres del código de activo), y cuenta de
      *> inmovilizado del grupo para las bajas, CTA-INMOVILIZADO-xx=.
      *> Cualquier otra clave desconocida se ignora, como siempre.
       Tratar-Parametro-Cta-Grupo.
           if clave-parametro(1:15) = "CTA-AMORT-ACUM-" and
              clave-parametro(16:2) not= spaces
                     to cta-acum-gru-asi(num-ctas-grupo-asi)
               end-if
           end-if
           if clave-parametro(1:17) = "CTA-INMOVILIZADO-" and
              clave-parametro(18:2) not= spaces
               if valor-parametro(1:12) is numeric and
                  num-ctas-inm-baj < Max-Ctas-Grupo-Asi
                   add 1 to num-ctas-inm-baj
                   move clave-parametro(18:2)
                     to gru-inm-baj(num-ctas-inm-baj)
                   move valor-parametro(1:12)
                     to cta-inm-gru-baj(num-ctas-inm-baj)
               end-if
           end-if
       .

      *> Tipo del impuesto de la función D, en tanto por ciento con
      *> hasta dos decimales (25, 25,5, 25,00 ó 9,5). Cualquier otra
      *> forma deja la función D sin hacer, con el valor en el log.
       Tratar-Parametro-Gravamen.
           set gravamen-dif-erroneo to false
           evaluate true
           when valor-parametro(1:2) is numeric and
                valor-parametro(3:1) = "," and
                valor-parametro(4:2) is numeric and
                valor-parametro(6:) = spaces
               move valor-parametro(1:2) to tipo-gravamen-dif
               move valor-parametro(4:2) to tipo-gravamen-dif(3:2)
           when valor-parametro(1:2) is numeric and
                valor-parametro(3:1) = "," and
                valor-parametro(4:1) is numeric and
                valor-parametro(5:) = spaces
               move valor-parametro(1:2) to tipo-gravamen-dif
               move valor-parametro(4:1) to tipo-gravamen-dif(3:1)
               move "0" to tipo-gravamen-dif(4:1)
           when valor-parametro(1:2) is numeric and
                valor-parametro(3:) = spaces
               move valor-parametro(1:2) to tipo-gravamen-dif
           when valor-parametro(1:1) is numeric and
                valor-parametro(2:1) = "," and
                valor-parametro(3:2) is numeric and
                valor-parametro(5:) = spaces
               move valor-parametro(1:1) to tipo-gravamen-dif
               move valor-parametro(3:2) to tipo-gravamen-dif(3:2)
           when valor-parametro(1:1) is numeric and
                valor-parametro(2:1) = "," and
                valor-parametro(3:1) is numeric and
                valor-parametro(4:) = spaces
               move valor-parametro(1:1) to tipo-gravamen-dif
               move valor-parametro(3:1) to tipo-gravamen-dif(3:1)
               move "0" to tipo-gravamen-dif(4:1)
           when valor-parametro(1:1) is numeric and
                valor-parametro(2:) = spaces
               move valor-parametro(1:1) to tipo-gravamen-dif
           when other
               set gravamen-dif-erroneo to true
               move valor-parametro to gravamen-erroneo-dif
           end-evaluate
       .

       Abrir-Log-Batch.

           Copy "Tecodix.Sel".
           copy "TECOPRV.SEL" replacing TRAILING ==prv== by ==prb==
                               TRAILING ==clv2-Prv== by ==clv2-prb==.
           Copy "FEEEEDIA.SEL".
           Copy "FEEEEACU.SEL".

           Select Lista-Fic
               Assign to Dynamic PATH-Lista-Fic
               access mode  sequential
               file status  fcd-error-mai.

           *> Correspondencia de códigos de empresa por asesoría o
           *> por licencia de origen (ver Cargar-Correspondencias).
           select correspondencias
               assign       dynamic path-correspondencias
               organization line sequential
               access mode  sequential
               file status  fcd-error-cor.

           *> Parámetros y listado de la limpieza del buzón (ver
           *> Limpiar-Buzon).
           select parametros-limp
               assign       dynamic path-parametros-limp
               organization line sequential
               access mode  sequential
               file status  fcd-error-plm.

           select listado-limp
               assign       dynamic path-listado-limp
               organization line sequential
               access mode  sequential
               file status  fcd-error-lim.

           Copy "TEXPCFG.FD".
           Copy "Tecodir.fd".
           Copy "Tecodix.Fd".

           copy "TECOPRV.FD" replacing TRAILING ==prv==  by ==prb==
                                          ==IS EXTERNAL.== BY ==.==.

           *> Diario y plan contable, abiertos por ECOMTFI para la
           *> comprobación contable de cada ejercicio importado
           Copy "FEEEEDIA.FD".
           Copy "FEEEEACU.FD".
                                   
           FD Lista-Fic.
           01 reg-Lista-Fic.
           FD Aviso-Mail-Cfg.
           01 Reg-Aviso-Mail          pic x(300).

           FD Correspondencias.
           01 Reg-Correspondencia     pic x(200).

           FD Parametros-Limp.
           01 Reg-Parametros-Limp     pic x(200).

           FD Listado-Limp.
           01 Reg-Listado-Limp        pic x(200).

           fd incidencias2 is external.
           01 reg-inc.
              03 tex-inc               pic x(240).
       01 mail-num-ed2             pic zzzz9.
       01 mail-num-ed3             pic zzzz9.
       01 mail-num-ed4             pic zzzz9.
       01 mail-num-ed5             pic zzzz9.

           77 version-de-la-exportacion    pic 99v99 is external.

           01 Cod-Emp-Reconcil     pic 9(5).
           01 Emp-Reconcil-X       pic x(5).

      *> Comprobación contable de cada ejercicio importado: todo
      *> asiento del diario (FEEEEDIA) ha de cuadrar y toda cuenta
      *> usada ha de existir en el plan contable (FEEEEACU). El
      *> diario se recorre por cuenta, así que el saldo de cada
      *> asiento se acumula en la tabla por su número; las cuentas
      *> inexistentes se guardan con su primer asiento. ------------
           78 Max-Asientos-Cont    value 99999.
           78 Max-Ctas-Cont        value 50.
           78 Max-Det-Cont         value 20.
           77 op-exito-tfi         pic x.
           77 Clave-Dia-Cont       pic 9.
           01                      pic 9.
               88 Fin-Dia-Cont     value 1 false 0.
           01                      pic 9.
               88 Hay-Cta-Ant-Cont value 1 false 0.
           01                      pic 9.
               88 Cta-Ant-Existe   value 1 false 0.
           01 Tabla-Asientos-Cont.
               03 Asiento-Cont-Item occurs Max-Asientos-Cont.
                   05 Sal-Asiento-Cont pic s9(13)v99 comp-3.
                   05 Mar-Asiento-Cont pic x.
           01 Tabla-Ctas-Cont.
               03 Cta-Cont-Item    occurs Max-Ctas-Cont.
                   05 Cta-Inex-Cont pic 9(12).
                   05 Asi-Inex-Cont pic 9(5).
                   05 Apu-Inex-Cont pic 9(7) comp-5.
           01 Num-Ctas-Inex-Cont   pic 9(5) comp-5.
           01 Idx-Cta-Cont         pic 9(5) comp-5.
           01 Cta-Ant-Cont         pic 9(12).
           01 Nro-Asiento-Cont     pic 9(5) comp-5.
           01 Max-Nro-Cont         pic 9(5) comp-5.
           01 Idx-Eje-Cont         pic 99 comp-5.
           01 Ejer-Cont            pic 9(4).
           01 Mes-Ini-Cont         pic 99.
           01 Fecha-Ini-Ejer-Cont  pic 9(9).
           01 Fecha-Ini-Ejer-Guard pic 9(9).
           01 Camino-Ficheros-Guard pic x(256).
           01 Tot-Debe-Cont        pic s9(15)v99 comp-3.
           01 Tot-Haber-Cont       pic s9(15)v99 comp-3.
           01 Num-Apuntes-Cont     pic 9(7) comp-5.
           01 Num-Asientos-Cont    pic 9(7) comp-5.
           01 Num-Descuadres-Cont  pic 9(7) comp-5.
           01 Num-Fuera-Tabla-Cont pic 9(7) comp-5.
           01 Imp-Cont-Ed          pic -(13)9,99.
           01 Imp-Cont-Ed2         pic -(13)9,99.
           01 Num-Cont-Ed          pic z(6)9.
           01 Num-Cont-Ed2         pic z(6)9.
           01 Num-Cont-Ed3         pic z(6)9.
           01 Num-Cont-Ed4         pic z(6)9.
           01 Asi-Cont-Ed          pic z(4)9.

      *> Registro histórico de incidencias: identificación de la
      *> pasada actual y campos de trabajo de la consulta/depuración.
           77 path-hist-inc        pic x(256).
               03 Cnt-Inc-I        pic 9(7) comp-5.
               03 Cnt-Inc-A        pic 9(7) comp-5.
               03 Cnt-Inc-E        pic 9(7) comp-5.
               03 Cnt-Inc-Cont     pic 9(7) comp-5.
           01 Contadores-Inc-Cola-Ant.
               03 Cnt-Inc-Tot-Ant  pic 9(7) comp-5.
               03 Cnt-Inc-I-Ant    pic 9(7) comp-5.
               03 Cnt-Inc-A-Ant    pic 9(7) comp-5.
               03 Cnt-Inc-E-Ant    pic 9(7) comp-5.
               03 Cnt-Inc-Cont-Ant pic 9(7) comp-5.
           01 Cnt-Dif-Cola         pic 9(7) comp-5.
           01 Num-Ed-Cola          pic z(5)9.
           01 Num-Ed-I-Cola        pic z(5)9.
           01 Num-Ed-E-Cola        pic z(5)9.
           01 Cola-Tot-Imp         pic 9(3) comp-5.
           01 Cola-Tot-Err         pic 9(3) comp-5.
           01 Cola-Tot-Cont        pic 9(3) comp-5.
           01 Cola-Tot-Omit        pic 9(3) comp-5.
           01 Nom-Zip-Completo-Cola pic x(256).
           01 ObjZip-Cola-Ant      Object Reference Value Null.
           01 Hora-Inicio-Cola     pic 9(4).
           01 Hora-Limite-Efectiva pic 9(4).

      *> Correspondencia de códigos de empresa: cuando la asesoría
      *> numera a un cliente con un código que aquí ya tiene otra
      *> empresa, la empresa se importa con el código que se le ha
      *> asignado en esta instalación. CORREMP.TXT, en el entorno,
      *> una entrada por línea ("*" comenta la línea):
      *>   ASESORIA=nombre;serie;serie...  licencias de una asesoría
      *>   origen;empresa origen;empresa destino
      *> donde origen es el nombre de una asesoría definida en el
      *> fichero, un número de serie de licencia (Num-Serie-EXP) o
      *> "*" para cualquier procedencia. Las correspondencias se
      *> aplican al zip ya descomprimido (CFG, ficheros de empresa y
      *> lista), antes de cualquier comprobación, de forma que todo
      *> lo demás trabaja ya con el código destino. ----------------
           78 FICHERO-CORRESPONDENCIAS value "CORREMP.TXT".
           78 Max-Correspondencias value 500.
           78 Max-Asesorias-Corr   value 50.
           78 Max-Series-Asesoria  value 10.
           78 Max-Ficheros-Corr    value 500.
           77 path-correspondencias pic x(256).
           77 fcd-error-cor        pic xx.
           01                      pic 9.
               88 fin-lectura-cor  value 1 false 0.
           01 Tabla-Correspondencias.
               03 Corr-Item        occurs Max-Correspondencias.
                   05 Tip-Org-Corr pic x.
                      88 Org-Corr-Serie    value "S".
                      88 Org-Corr-Asesoria value "A".
                      88 Org-Corr-Todas    value "*".
                   05 Ser-Org-Corr pic 9(12).
                   05 Nom-Org-Corr pic x(30).
                   05 Emp-Org-Corr pic 9(5).
                   05 Emp-Des-Corr pic 9(5).
           01 Num-Correspondencias pic 9(3) comp-5.
           01 Idx-Corr             pic 9(3) comp-5.
           01 Idx-Corr-2           pic 9(3) comp-5.
           01 Idx-Corr-Hallada     pic 9(3) comp-5.
           01 Tabla-Asesorias-Corr.
               03 Asesoria-Corr-Item occurs Max-Asesorias-Corr.
                   05 Nom-Asesoria-Corr pic x(30).
                   05 Num-Series-Asesoria pic 99 comp-5.
                   05 Ser-Asesoria-Corr pic 9(12)
                                        occurs Max-Series-Asesoria.
           01 Num-Asesorias-Corr   pic 99 comp-5.
           01 Idx-Ases-Corr        pic 99 comp-5.
           01 Idx-Ser-Corr         pic 99 comp-5.
           01 Clave-Corr           pic x(30).
           01 Valor-Corr           pic x(170).
           01 Campos-Corr.
               03 Campo-Corr       pic x(30) occurs 11.
           01 Idx-Campo-Corr       pic 99 comp-5.
           01 Texto-Serie-Corr     pic x(30).
           01 Serie-Conv-Corr      pic 9(12).
           01 Lon-Serie-Corr       pic 99 comp-5.
           01                      pic 9.
               88 Serie-Corr-Valida value 1 false 0.
           01                      pic 9.
               88 Origen-Corr-Aplicable value 1 false 0.
           01                      pic 9.
               88 Empresa-Mapeada  value 1 false 0.
           01                      pic 9.
               88 Cfg-Con-Origen   value 1 false 0.
           01                      pic 9.
               88 Cfg-Con-Destino  value 1 false 0.
           01 Serie-Busq-Corr      pic 9(12).
           01                      pic 9.
               88 Serie-Restaurar-Leida value 1 false 0.
           01                      pic 9.
               88 Corr-Serie-Restaurar value 1 false 0.
           01 Emp-Org-Busq         pic 9(5).
           01 Emp-Des-Busq         pic 9(5).
           01 Emp-Des-Txt          pic 9(5).
           01 Emp-Cfg-Corr-Aux     pic 9(5).
           01 Nom-Emp-Corr         pic x(40).
      *> Correspondencias aplicadas al zip en curso, para volver al
      *> código de origen cuando hay que leer las tablas del propio
      *> zip (buscar-sii)
           01 Tabla-Corr-Aplicadas.
               03 Corr-Apl-Item    occurs 50.
                   05 Apl-Org-Corr pic 9(5).
                   05 Apl-Des-Corr pic 9(5).
           01 Num-Corr-Aplicadas   pic 99 comp-5.
           01 Idx-Corr-Apl         pic 99 comp-5.
      *> Ficheros de la empresa origen en el directorio de
      *> descompresión, recogidos antes de renombrarlos para no
      *> pisar el asidero de búsqueda de la X"91"
           01 Tabla-Ficheros-Corr.
               03 Nom-Fic-Corr     pic x(66) occurs Max-Ficheros-Corr.
           01 Num-Ficheros-Corr    pic 9(3) comp-5.
           01 Idx-Fic-Corr         pic 9(3) comp-5.
           01 Cnt-Renombrados-Corr pic 9(3) comp-5.
           01 Nom-Cf-Corr          pic x(20).
           01 Path-Fic-Corr-Org    pic x(256).
           01 Path-Fic-Corr-Des    pic x(256).
           01 Nom-Fic-Corr-Des     pic x(66).
           01 Emp-Org-Corr-X       pic x(5).
           01 Nom-Lista-Corr       pic x(256).
      *> Empresa destino de cada zip de la cola, para el control de
      *> duplicados y el informe
           01 Tabla-Dest-Cola.
               03 Emp-Dest-Cola    pic 9(5) occurs Max-Cola-Zips.

      *> Normalización del nombre que devuelve GetZip: el objeto zip
      *> del modo cola se construye con el camino completo, y todos
      *> los consumidores del nombre (código de empresa, fichero CF,
           01                      pic 9.
               88 conversor-disponible value 1 false 0.

      *> Limpieza del buzón de importación (función "L"): archivo de
      *> los zips ya importados, eliminación de las copias de
      *> seguridad previas a la importación (IMPORT\BAKnnnnn\) y a la
      *> conversión (V791\ de cada empresa) que ya no hacen falta, y
      *> vaciado del directorio temporal, dejando en IMPORLIM.TXT un
      *> listado de todo lo tratado y del espacio recuperado. Días de
      *> retención por clase en IMPORLIM.PAR (CLAVE=VALOR, "*"
      *> comenta la línea); se trata lo que tenga esos días o más:
      *>   ZIPS=n         zips importados, que pasan al archivo
      *>                  IMPORT\ARCHIVO\aaaammdd\ (por defecto 1)
      *>   ARCHIVO=n      carpetas del archivo de zips (90)
      *>   BACKUP=n       copias IMPORT\BAKnnnnn\ (30)
      *>   CONVERSION=n   copias V791\ de la conversión (30)
      *>   TEMPORAL=n     contenido de IMPORT\TMP\ (2)
      *> Una copia sólo se elimina si la empresa ha importado (o
      *> convertido) correctamente después de hacerla: la de una
      *> empresa cuya última importación falló, o que tiene un zip
      *> pendiente en el buzón, no se toca nunca. -------------------
           78 FICHERO-PARAMETROS-LIMP value "IMPORLIM.PAR".
           78 FICHERO-LISTADO-LIMP    value "IMPORLIM.TXT".
           78 DIRECTORIO-ARCHIVO-LIMP value "ARCHIVO\".
      *> Mismo subdirectorio y versión que las copias que deja la
      *> conversión de ECOFXAAM (su DIRECTORIO-BACKUP-VERSION)
           78 DIRECTORIO-BACKUP-CONV  value "V791\".
           78 VERSION-BACKUP-CONV     value 7,91.
           78 Max-Entradas-Limp       value 500.
           78 Max-Empresas-Limp       value 2000.
           77 path-parametros-limp    pic x(256).
           77 fcd-error-plm           pic xx.
           77 path-listado-limp       pic x(256).
           77 fcd-error-lim           pic xx.
           01                         pic 9.
               88 fin-lectura-plm     value 1 false 0.
           01                         pic 9.
               88 Listado-Limp-Abierto value 1 false 0.
           01                         pic 9.
               88 fin-dir-limp        value 1 false 0.
           01                         pic 9.
               88 Zip-Limp-Importado  value 1 false 0.
           01                         pic 9.
               88 Arch-Dia-Creado     value 1 false 0.
           01                         pic 9.
               88 Entrada-Caducada    value 1 false 0.
           01                         pic 9.
               88 Entrada-Es-Dir      value 1 false 0.
           01                         pic 9.
               88 Empresa-Limp-Hallada value 1 false 0.
           01                         pic 9.
               88 Zip-Pendiente-Limp  value 1 false 0.
           01 Clave-Limp              pic x(30).
           01 Valor-Limp              pic x(170).
           01 Texto-Num-Limp          pic x(10).
           01 Lon-Num-Limp            pic 99 comp-5.
           01 Retencion-Limp.
               03 Ret-Zips-Limp       pic 9(4).
               03 Ret-Archivo-Limp    pic 9(4).
               03 Ret-Backup-Limp     pic 9(4).
               03 Ret-Conv-Limp       pic 9(4).
               03 Ret-Temp-Limp       pic 9(4).
           01 Ret-Aplicar-Limp        pic 9(4).
      *> Entradas del directorio en curso, recogidas antes de
      *> tratarlas para no pisar el asidero de búsqueda de la X"91"
           01 Tabla-Entradas-Limp.
               03 Ent-Limp-Item       occurs Max-Entradas-Limp.
                   05 Nom-Ent-Limp    pic x(66).
                   05 Dir-Ent-Limp    pic x.
                      88 Ent-Limp-Directorio value "S".
                   05 Fec-Ent-Limp    pic 9(8).
                   05 Tam-Ent-Limp    pic 9(10).
                   05 Emp-Ent-Limp    pic 9(5).
                   05 Est-Ent-Limp    pic x.
                      88 Ent-Limp-Archivada value "A".
           01 Num-Entradas-Limp       pic 9(4) comp-5.
           01 Idx-Limp                pic 9(4) comp-5.
      *> Zips que siguen en el buzón después del archivo: sus
      *> empresas conservan la copia y su directorio temporal
           01 Tabla-Pend-Limp.
               03 Pend-Limp-Item      occurs Max-Entradas-Limp.
                   05 Base-Pend-Limp  pic x(66).
                   05 Emp-Pend-Limp   pic 9(5).
           01 Num-Pend-Limp           pic 9(4) comp-5.
           01 Idx-Pend-Limp           pic 9(4) comp-5.
      *> Empresas con copia IMPORT\BAKnnnnn\, en el orden de TECODIR,
      *> con el resultado de su última importación según el histórico
           01 Tabla-Empresas-Limp.
               03 Emp-Limp-Item       occurs Max-Empresas-Limp.
                   05 Emp-Bak-Limp    pic 9(5).
                   05 Fec-Bak-Limp    pic 9(8).
                   05 Tam-Bak-Limp    pic 9(12).
                   05 Fec-Ult-Limp    pic 9(8).
                   05 Hor-Ult-Limp    pic 9(6).
                   05 Err-Ult-Limp    pic x.
           01 Num-Empresas-Limp       pic 9(4) comp-5.
           01 Idx-Emp-Limp            pic 9(4) comp-5.
           01 Inf-Emp-Limp            pic 9(4) comp-5.
           01 Sup-Emp-Limp            pic 9(4) comp-5.
           01 Med-Emp-Limp            pic 9(4) comp-5.
      *> Caminos y máscaras de trabajo
           01 Dir-Explorar-Limp       pic x(256).
           01 Dir-Medir-Limp          pic x(256).
           01 Dir-Tmp-Limp            pic x(256).
           01 Dir-Archivo-Limp        pic x(256).
           01 Dir-Arch-Dia-Limp       pic x(256).
           01 Dir-Borrar-Limp         pic x(256).
           01 Path-Org-Limp           pic x(256).
           01 Path-Des-Limp           pic x(256).
           01 Mascara-Limp            pic x(20).
           01 Nom-Ref-Limp            pic x(20).
           01 Atr-Buscar-Limp         pic 99.
           01 Atr-Cociente-Limp       pic 9(3) comp-5.
           01 Atr-Resto-Limp          pic 9(3) comp-5.
           01 Emp-Mascara-Limp        pic 9(5).
           01 Base-Zip-Limp           pic x(66).
           01 ObjDirLimp              Object Reference Value Null.
           01 TEcocLimp               Usage Tipo-Ecocfil.
      *> Resultado de medir un directorio (o un grupo de ficheros)
           01 Tam-Medido-Limp         pic 9(12).
           01 Fec-Medida-Limp         pic 9(8).
           01 Fec-Ref-Limp            pic 9(8).
           01 Fic-Medidos-Limp        pic 9(5) comp-5.
      *> Fechas: la del sistema de ficheros (formato DOS) y su
      *> conversión a número de días para medir la antigüedad
           01 Fecha-Hoy-Limp          pic 9(8).
           01 Hora-Hoy-Limp           pic 9(8).
           01 Fecha-Calc-Limp         pic 9(8).
           01 Fecha-Calc-Limp-R redefines Fecha-Calc-Limp.
               03 Ano-Calc-Limp       pic 9(4).
               03 Mes-Calc-Limp       pic 99.
               03 Dia-Calc-Limp       pic 99.
           01 Tabla-Dias-Mes-Lit.
               03                     pic x(36) value
                  "000031059090120151181212243273304334".
           01 Tabla-Dias-Mes redefines Tabla-Dias-Mes-Lit.
               03 Dias-Acum-Mes       pic 9(3) occurs 12.
           01 Fec-Dos-Limp            pic 9(5) comp-5.
           01 Resto-Dos-Limp          pic 9(5) comp-5.
           01 Ano-Ant-Limp            pic 9(4) comp-5.
           01 Bis-4-Limp              pic 9(4) comp-5.
           01 Bis-100-Limp            pic 9(4) comp-5.
           01 Bis-400-Limp            pic 9(4) comp-5.
           01 Resto-Bis-Limp          pic 9(4) comp-5.
           01 Dias-Calc-Limp          pic 9(7) comp-5.
           01 Dias-Hoy-Limp           pic 9(7) comp-5.
           01 Antig-Limp              pic s9(7) comp-5.
      *> Líneas del listado y totales por clase
           01 Clase-Lis-Limp          pic x(10).
           01 Accion-Lis-Limp         pic x(11).
           01 Objeto-Lis-Limp         pic x(120).
           01 Motivo-Lis-Limp         pic x(60).
           01 Emp-Lis-Limp            pic 9(5).
           01 Fec-Lis-Limp            pic 9(8).
           01 Tam-Lis-Limp            pic 9(12).
           01 Tam-Ed-Limp             pic z(11)9.
           01 Num-Ed-Limp             pic z(4)9.
           01 Ret-Ed-Limp             pic z(3)9.
           01 Mb-Ed-Limp              pic z(8)9,99.
           01 Mb-Limp                 pic 9(9)v99.
           01 Totales-Limp.
               03 Cnt-Zip-Arch-Limp   pic 9(5) comp-5.
               03 Tam-Zip-Arch-Limp   pic 9(13).
               03 Cnt-Arch-Borr-Limp  pic 9(5) comp-5.
               03 Tam-Arch-Borr-Limp  pic 9(13).
               03 Cnt-Bak-Borr-Limp   pic 9(5) comp-5.
               03 Tam-Bak-Borr-Limp   pic 9(13).
               03 Cnt-Bak-Cons-Limp   pic 9(5) comp-5.
               03 Cnt-Conv-Borr-Limp  pic 9(5) comp-5.
               03 Tam-Conv-Borr-Limp  pic 9(13).
               03 Cnt-Conv-Cons-Limp  pic 9(5) comp-5.
               03 Cnt-Tmp-Borr-Limp   pic 9(5) comp-5.
               03 Tam-Tmp-Borr-Limp   pic 9(13).
               03 Cnt-Err-Limp        pic 9(5) comp-5.
           01 Tam-Total-Limp          pic 9(13).

           78 Fichero-Empresa      Value 0.
           78 Fichero-Tabla        Value 1.
           78 Fichero-Entorno      Value 2.
           *> omitida, sin límite, como siempre.
           01 Hora-Limite-Imp          pic 9(4).

           *> Totales de la limpieza del buzón (función "L"), para el
           *> log de la cadena nocturna: zips archivados, copias de
           *> importación y de conversión eliminadas, temporales
           *> eliminados y espacio recuperado en megas.
           01 Totales-Limp-Imp.
              03 Tot-Zips-Limp-Imp     pic 9(5) comp-5.
              03 Tot-Bak-Limp-Imp      pic 9(5) comp-5.
              03 Tot-Conv-Limp-Imp     pic 9(5) comp-5.
              03 Tot-Tmp-Limp-Imp      pic 9(5) comp-5.
              03 Tot-Mb-Limp-Imp       pic 9(9) comp-5.

       procedure division using Funcion-Imp
                                Parametros-Imp
                                salida
                                optional Dominios-Imp
                                optional Filtro-Hist-Imp
                                optional Totales-Cola-Imp
                                optional Hora-Limite-Imp
                                optional Totales-Limp-Imp.

           if Funcion-Imp = "Q"
               perform Tratar-Cola-Zips
               Exit Program
           end-if

           if Funcion-Imp = "L"
               perform Limpiar-Buzon
               Exit Program
           end-if

           perform operaciones-iniciales

           If Not Abortar

           Move Path-Descompresion-imp To Path-Descomp

           *>Correspondencias de códigos de empresa de esta
           *>instalación
           Perform Cargar-Correspondencias
           Move 0 To Num-Corr-Aplicadas

           *>Comprobamos si hay que tratar el Zip
           If Not Abortar
               Perform Comrpobar-Zip
               move nom-normalizar-aux to nom-normalizar
           end-if
       .
      *------------------------------------------------------------
      *> Carga CORREMP.TXT del entorno. Si no existe no hay
      *> correspondencias y todas las empresas conservan su código.
       Cargar-Correspondencias.
           Move 0 To Num-Correspondencias
                     Num-Asesorias-Corr
           Initialize path-correspondencias
           String eco-camino-acceso-entorno Delimited Spaces
                  FICHERO-CORRESPONDENCIAS Delimited Size
                  Into path-correspondencias

           Open Input Correspondencias
           If fcd-error-cor = "00"
               Set fin-lectura-cor To False
               Perform Leer-Linea-Correspondencia
                                             Until fin-lectura-cor
               Close Correspondencias
           End-If
       .

       Leer-Linea-Correspondencia.
           Read Correspondencias Next Record
               At End
                   Set fin-lectura-cor To True
               Not At End
                   Perform Tratar-Linea-Correspondencia
           End-Read
       .

       Tratar-Linea-Correspondencia.
           If Reg-Correspondencia Not = Spaces and
              Reg-Correspondencia (1:1) Not = "*"
               Initialize Clave-Corr
                          Valor-Corr
                          Campos-Corr
               Unstring Reg-Correspondencia Delimited By "="
                   Into Clave-Corr
                        Valor-Corr
               End-Unstring
               Call "CBL_TOUPPER" Using Clave-Corr
                                  By Value Length Of Clave-Corr
               If Clave-Corr = "ASESORIA"
                   Perform Tratar-Asesoria-Corr
               Else
                   Perform Tratar-Entrada-Corr
               End-If
           End-If
       .

      *> ASESORIA=nombre;serie;serie... (hasta Max-Series-Asesoria)
       Tratar-Asesoria-Corr.
           Unstring Valor-Corr Delimited By ";"
               Into Campo-Corr (1)  Campo-Corr (2)  Campo-Corr (3)
                    Campo-Corr (4)  Campo-Corr (5)  Campo-Corr (6)
                    Campo-Corr (7)  Campo-Corr (8)  Campo-Corr (9)
                    Campo-Corr (10) Campo-Corr (11)
           End-Unstring

           If Campo-Corr (1) Not = Spaces and
              Num-Asesorias-Corr < Max-Asesorias-Corr
               Add 1 To Num-Asesorias-Corr
               Move Campo-Corr (1)
                 To Nom-Asesoria-Corr (Num-Asesorias-Corr)
               Call "CBL_TOUPPER" Using
                           Nom-Asesoria-Corr (Num-Asesorias-Corr)
                   By Value Length Of Nom-Asesoria-Corr (1)
               Move 0 To Num-Series-Asesoria (Num-Asesorias-Corr)
               Perform Varying Idx-Campo-Corr From 2 By 1
                       Until Idx-Campo-Corr > 11
                   Move Campo-Corr (Idx-Campo-Corr)
                                              To Texto-Serie-Corr
                   Perform Convertir-Serie-Corr
                   If Serie-Corr-Valida
                       Add 1 To Num-Series-Asesoria
                                              (Num-Asesorias-Corr)
                       Move Serie-Conv-Corr To Ser-Asesoria-Corr
                                (Num-Asesorias-Corr,
                                 Num-Series-Asesoria
                                              (Num-Asesorias-Corr))
                   End-If
               End-Perform
           End-If
       .

      *> origen;empresa origen;empresa destino. Los códigos de
      *> empresa van con sus cinco cifras; las líneas que no lo
      *> cumplen, o que llevan la empresa a sí misma, se ignoran.
       Tratar-Entrada-Corr.
           Initialize Campos-Corr
           Unstring Reg-Correspondencia Delimited By ";"
               Into Campo-Corr (1)
                    Campo-Corr (2)
                    Campo-Corr (3)
           End-Unstring

           If Campo-Corr (1) Not = Spaces and
              Campo-Corr (2) (1:5) Is Numeric and
              Campo-Corr (3) (1:5) Is Numeric and
              Campo-Corr (2) (1:5) Not = Campo-Corr (3) (1:5) and
              Num-Correspondencias < Max-Correspondencias
               Add 1 To Num-Correspondencias
               Move Campo-Corr (2) (1:5)
                 To Emp-Org-Corr (Num-Correspondencias)
               Move Campo-Corr (3) (1:5)
                 To Emp-Des-Corr (Num-Correspondencias)
               Move Campo-Corr (1)
                 To Nom-Org-Corr (Num-Correspondencias)
               Call "CBL_TOUPPER" Using
                           Nom-Org-Corr (Num-Correspondencias)
                   By Value Length Of Nom-Org-Corr (1)
               Move 0 To Ser-Org-Corr (Num-Correspondencias)

               If Campo-Corr (1) = "*"
                   Set Org-Corr-Todas (Num-Correspondencias) To True
               Else
                   Move Campo-Corr (1) To Texto-Serie-Corr
                   Perform Convertir-Serie-Corr
                   If Serie-Corr-Valida
                       Set Org-Corr-Serie (Num-Correspondencias)
                                                           To True
                       Move Serie-Conv-Corr
                         To Ser-Org-Corr (Num-Correspondencias)
                   Else
                       Set Org-Corr-Asesoria (Num-Correspondencias)
                                                           To True
                   End-If
               End-If
           End-If
       .

      *> Texto-Serie-Corr -> Serie-Conv-Corr si es un número de
      *> serie válido (sólo cifras, como mucho doce)
       Convertir-Serie-Corr.
           Set Serie-Corr-Valida To False
           Move 0 To Lon-Serie-Corr
           Inspect Texto-Serie-Corr Tallying Lon-Serie-Corr
                   For Characters Before Initial Space
           If Lon-Serie-Corr > 0 and Lon-Serie-Corr <= 12
               If Texto-Serie-Corr (1:Lon-Serie-Corr) Is Numeric
                   Move Texto-Serie-Corr (1:Lon-Serie-Corr)
                     To Serie-Conv-Corr
                   Set Serie-Corr-Valida To True
               End-If
           End-If
       .

      *> ¿Es aplicable la correspondencia Idx-Corr-2 a un zip de
      *> la licencia Serie-Busq-Corr?
       Comprobar-Origen-Corr.
           Set Origen-Corr-Aplicable To False
           Evaluate True
           When Org-Corr-Todas (Idx-Corr-2)
               Set Origen-Corr-Aplicable To True
           When Org-Corr-Serie (Idx-Corr-2)
               If Ser-Org-Corr (Idx-Corr-2) = Serie-Busq-Corr
                   Set Origen-Corr-Aplicable To True
               End-If
           When Org-Corr-Asesoria (Idx-Corr-2)
               Perform Varying Idx-Ases-Corr From 1 By 1
                       Until Idx-Ases-Corr > Num-Asesorias-Corr
                          or Origen-Corr-Aplicable
                   If Nom-Asesoria-Corr (Idx-Ases-Corr) =
                      Nom-Org-Corr (Idx-Corr-2)
                       Perform Varying Idx-Ser-Corr From 1 By 1
                               Until Idx-Ser-Corr >
                                     Num-Series-Asesoria
                                                   (Idx-Ases-Corr)
                                  or Origen-Corr-Aplicable
                           If Ser-Asesoria-Corr (Idx-Ases-Corr,
                                                 Idx-Ser-Corr)
                              = Serie-Busq-Corr
                               Set Origen-Corr-Aplicable To True
                           End-If
                       End-Perform
                   End-If
               End-Perform
           End-Evaluate
       .

      *> Empresa destino (Emp-Des-Busq) de la empresa Emp-Org-Busq
      *> de un zip de la licencia Serie-Busq-Corr. Manda la primera
      *> línea del fichero que encaje; sin ninguna, la empresa
      *> conserva su código.
       Buscar-Correspondencia.
           Set Empresa-Mapeada To False
           Move Emp-Org-Busq To Emp-Des-Busq
           Move 0 To Idx-Corr-Hallada
           Perform Varying Idx-Corr-2 From 1 By 1
                   Until Idx-Corr-2 > Num-Correspondencias
                      or Empresa-Mapeada
               If Emp-Org-Corr (Idx-Corr-2) = Emp-Org-Busq
                   Perform Comprobar-Origen-Corr
                   If Origen-Corr-Aplicable
                       Move Emp-Des-Corr (Idx-Corr-2) To Emp-Des-Busq
                       Move Idx-Corr-2 To Idx-Corr-Hallada
                       Set Empresa-Mapeada To True
                   End-If
               End-If
           End-Perform
       .

      *------------------------------------------------------------
      *> Renumera en el zip descomprimido las empresas que tienen
      *> correspondencia: registros EMP y EJE del CFG, ficheros de
      *> la empresa y lista de ficheros. Al reanudar, el CFG ya
      *> conservado trae el código destino pero los ficheros salen
      *> otra vez del zip con el de origen, y sólo se renombran.
       Aplicar-Correspondencias.
           Move 0 To Num-Corr-Aplicadas
           If Num-Correspondencias > 0 and Not Abortar
               call "ESTADO_FICHERO" using Texpcfg estado-fichero
               If estado-fichero = "C"
                   Perform Abrir-Fichero-CFG
               End-If

               Move Num-Serie-EXP To Serie-Busq-Corr
               Perform Varying Idx-Corr From 1 By 1
                       Until Idx-Corr > Num-Correspondencias
                          or Abortar
                   Move Emp-Org-Corr (Idx-Corr) To Emp-Org-Busq
                   Perform Buscar-Correspondencia
                   If Empresa-Mapeada and Idx-Corr-Hallada = Idx-Corr
                       Perform Comprobar-Cadena-Corr
                   End-If
               End-Perform

               If estado-fichero = "C"
                   Close Texpcfg
               End-If
           End-If
       .

      *> Una empresa destino que a su vez tiene correspondencia
      *> dejaría el resultado dependiendo del orden del fichero:
      *> esa línea no se aplica.
       Comprobar-Cadena-Corr.
           Move Emp-Des-Corr (Idx-Corr) To Emp-Org-Busq
           Perform Buscar-Correspondencia
           If Empresa-Mapeada
               initialize texto
               move Emp-Org-Corr (Idx-Corr) to cod-emp-aux
               move Emp-Des-Corr (Idx-Corr) to Emp-Des-Txt
               string "Correspondencia de empresas: no se aplica la "
                      "de " cod-emp-aux " a " Emp-Des-Txt
                      " porque " Emp-Des-Txt
                      " tiene a su vez correspondencia en "
                      FICHERO-CORRESPONDENCIAS "."
                      delimited size
                      into texto
               end-string
               move "A" to Inc-Sev-Act
               move 016 to Inc-Cod-Num-Act
               perform grabar-incidencia
           Else
               Perform Aplicar-Una-Correspondencia
           End-If
       .

       Aplicar-Una-Correspondencia.
           Set Cfg-Con-Origen To False
           Set Cfg-Con-Destino To False
           Move Emp-Org-Corr (Idx-Corr) To Emp-Org-Corr-X

           Initialize Reg-Texpcfg
           Move "EMP" To Cod-Reg-Cfg
           Move Emp-Des-Corr (Idx-Corr) To Cod-Emp-Cfg
           Read Texpcfg
           If Fcd-Error = "00"
               Set Cfg-Con-Destino To True
           End-If

           Initialize Reg-Texpcfg
           Move "EMP" To Cod-Reg-Cfg
           Move Emp-Org-Corr (Idx-Corr) To Cod-Emp-Cfg
           Read Texpcfg
           If Fcd-Error = "00"
               Set Cfg-Con-Origen To True
               Move Nom-Emp-Cfg To Nom-Emp-Corr
           End-If

           Evaluate True
           When Cfg-Con-Origen and Cfg-Con-Destino
               *> El zip trae también la empresa destino: no se puede
               *> renumerar sin pisarla
               initialize texto
               move Emp-Org-Corr (Idx-Corr) to cod-emp-aux
               move Emp-Des-Corr (Idx-Corr) to Emp-Des-Txt
               string "Correspondencia de empresas: la empresa "
                      cod-emp-aux " debe importarse como "
                      Emp-Des-Txt ", pero el zip trae también la "
                      "empresa " Emp-Des-Txt ". Revise "
                      FICHERO-CORRESPONDENCIAS "."
                      delimited size
                      into texto
               end-string
               Initialize Reg-Texpcfg
               Move "EMP" To Cod-Reg-Cfg
               Move Emp-Org-Corr (Idx-Corr) To Cod-Emp-Cfg
               move "E" to Inc-Sev-Act
               move 016 to Inc-Cod-Num-Act
               perform grabar-incidencia
               move "N" to op-exito
               set abortar to true

           When Cfg-Con-Origen
               Perform Renumerar-Cfg-Empresa
               If Not Abortar
                   Perform Renombrar-Ficheros-Corr
               End-If
               If Not Abortar
                   Perform Renumerar-Lista-Corr
                   Perform Registrar-Corr-Aplicada

                   initialize texto
                   move Emp-Org-Corr (Idx-Corr) to cod-emp-aux
                   move Emp-Des-Corr (Idx-Corr) to Emp-Des-Txt
                   string "Correspondencia de empresas: la empresa "
                          cod-emp-aux " - " Nom-Emp-Corr
                          delimited size
                          " del zip se importa como " Emp-Des-Txt "."
                          delimited size
                          into texto
                   end-string
                   Initialize Reg-Texpcfg
                   Move "EMP" To Cod-Reg-Cfg
                   Move Emp-Des-Corr (Idx-Corr) To Cod-Emp-Cfg
                   move "I" to Inc-Sev-Act
                   move 016 to Inc-Cod-Num-Act
                   perform grabar-incidencia
               End-If

           When Cfg-Con-Destino
               *> CFG conservado de una pasada anterior
               Perform Renombrar-Ficheros-Corr
               If Not Abortar and Cnt-Renombrados-Corr > 0
                   Perform Renumerar-Lista-Corr
                   Perform Registrar-Corr-Aplicada
               End-If
           End-Evaluate
       .

      *> Registros EMP y EJE del CFG: baja con el código de origen y
      *> alta con el destino (el código forma parte de la clave).
       Renumerar-Cfg-Empresa.
           Move Reg-Texpcfg To Reg-Texpcfg-Aux
           Delete Texpcfg Record
           Move Reg-Texpcfg-Aux To Reg-Texpcfg
           Move Emp-Des-Corr (Idx-Corr) To Cod-Emp-Cfg
           Write Reg-Texpcfg
           If Fcd-Error <> "00"
               Perform Error-Renumerar-Cfg
           Else
               Set Fin-Bucle-Eje To False
               Perform Renumerar-Ejercicio-Cfg Until Fin-Bucle-Eje
           End-If
       .

       Renumerar-Ejercicio-Cfg.
           Initialize Reg-Texpcfg
           Move "EJE" To Cod-Reg-Cfg
           Move Emp-Org-Corr (Idx-Corr) To Cod-Emp-Cfg
           Start Texpcfg Key >= clv-cfg-1
           If Fcd-Error = "00"
               Read Texpcfg Next
           End-If

           If (Fcd-Error = "00" or "9D") and
              Cod-Reg-Cfg = "EJE" and
              Cod-Emp-Cfg = Emp-Org-Corr (Idx-Corr)
               Move Reg-Texpcfg To Reg-Texpcfg-Aux
               Delete Texpcfg Record
               Move Reg-Texpcfg-Aux To Reg-Texpcfg
               Move Emp-Des-Corr (Idx-Corr) To Cod-Emp-Cfg
               Write Reg-Texpcfg
               If Fcd-Error <> "00"
                   Perform Error-Renumerar-Cfg
                   Set Fin-Bucle-Eje To True
               End-If
           Else
               Set Fin-Bucle-Eje To True
           End-If
       .

       Error-Renumerar-Cfg.
           initialize texto
           move Emp-Org-Corr (Idx-Corr) to cod-emp-aux
           move Emp-Des-Corr (Idx-Corr) to Emp-Des-Txt
           string "Correspondencia de empresas: no se ha podido "
                  "renumerar la empresa " cod-emp-aux " como "
                  Emp-Des-Txt " en la configuración del zip ("
                  Fcd-Error ")."
                  delimited size
                  into texto
           end-string
           Initialize Reg-Texpcfg
           Move "EMP" To Cod-Reg-Cfg
           Move Emp-Org-Corr (Idx-Corr) To Cod-Emp-Cfg
           move "E" to Inc-Sev-Act
           move 016 to Inc-Cod-Num-Act
           perform grabar-incidencia
           move "N" to op-exito
           set abortar to true
       .

      *> Ficheros nnnnn* de la empresa origen en el directorio de
      *> descompresión: se recogen primero y se renombran después.
      *> El CFG del zip empieza también por un código de empresa y
      *> no se toca.
       Renombrar-Ficheros-Corr.
           Move 0 To Num-Ficheros-Corr
                     Cnt-Renombrados-Corr
           Initialize Nom-Cf-Corr
           String Nom-Zip (2:5) Nom-Zip (8:1) "CF.DAT"
                  Delimited Size
                  Into Nom-Cf-Corr

           initialize f-filein
           string Path-Descomp delimited space
                  Emp-Org-Corr-X "*.*" delimited size
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
                           if f-fileout not = Nom-Cf-Corr and
                              Num-Ficheros-Corr < Max-Ficheros-Corr
                               add 1 to Num-Ficheros-Corr
                               move f-fileout
                                 to Nom-Fic-Corr (Num-Ficheros-Corr)
                           end-if
                   END-EVALUATE

                   MOVE 1 TO F-ACTION
               end-if
           END-PERFORM

           MOVE 2 TO F-ACTION
           CALL X"91" USING RESULT,
                            FUNCTION-CODE,
                            PARAMETER

           Perform Varying Idx-Fic-Corr From 1 By 1
                   Until Idx-Fic-Corr > Num-Ficheros-Corr
                      or Abortar
               Perform Renombrar-Fichero-Corr
           End-Perform
       .

       Renombrar-Fichero-Corr.
           Move Nom-Fic-Corr (Idx-Fic-Corr) To Nom-Fic-Corr-Des
           Move Emp-Des-Corr (Idx-Corr) To Nom-Fic-Corr-Des (1:5)

           Initialize Path-Fic-Corr-Org
                      Path-Fic-Corr-Des
           String Path-Descomp delimited spaces
                  Nom-Fic-Corr (Idx-Fic-Corr) delimited spaces
                  Into Path-Fic-Corr-Org
           String Path-Descomp delimited spaces
                  Nom-Fic-Corr-Des delimited spaces
                  Into Path-Fic-Corr-Des

           call "cbl_delete_file" using Path-Fic-Corr-Des
           call "CBL_RENAME_FILE" using Path-Fic-Corr-Org,
                                         Path-Fic-Corr-Des
           If Return-Code = 0
               Add 1 To Cnt-Renombrados-Corr
           Else
               initialize texto
               string "Correspondencia de empresas: no se ha podido "
                      "renombrar " Nom-Fic-Corr (Idx-Fic-Corr)
                      delimited space
                      " como " Nom-Fic-Corr-Des delimited space
                      "." delimited size
                      into texto
               end-string
               Initialize Reg-Texpcfg
               Move "EMP" To Cod-Reg-Cfg
               Move Emp-Org-Corr (Idx-Corr) To Cod-Emp-Cfg
               move "E" to Inc-Sev-Act
               move 016 to Inc-Cod-Num-Act
               perform grabar-incidencia
               move "N" to op-exito
               set abortar to true
           End-If
       .

      *> Lista de ficheros del zip (nombre del zip con .EXP): los
      *> ficheros de empresa pasan a llevar el código destino, que
      *> es como los encontrará Rebuild-Ficheros.
       Renumerar-Lista-Corr.
           Move Nom-Zip To Nom-Lista-Corr
           Inspect Nom-Lista-Corr replacing first ".ZIP" By ".EXP"
           Initialize path-lista-fic
           String Path-Descomp Delimited Spaces
                  Nom-Lista-Corr delimited size
                  Into path-lista-fic

           Open I-O Lista-Fic
           If Fcd-Error = "00"
               read lista-fic
               perform until fcd-error <> "00"
                   If Tip-fic-lis = 0 and
                      nom-fic-Lis (1:5) = Emp-Org-Corr-X
                       Move Emp-Des-Corr (Idx-Corr)
                         To nom-fic-Lis (1:5)
                       Rewrite reg-Lista-Fic
                   End-If
                   read lista-fic
               end-perform
               Close Lista-Fic
           End-If
       .

       Registrar-Corr-Aplicada.
           If Num-Corr-Aplicadas < 50
               Add 1 To Num-Corr-Aplicadas
               Move Emp-Org-Corr (Idx-Corr)
                 To Apl-Org-Corr (Num-Corr-Aplicadas)
               Move Emp-Des-Corr (Idx-Corr)
                 To Apl-Des-Corr (Num-Corr-Aplicadas)
           End-If
       .

      *> Listado previo: con correspondencia, la empresa se anuncia
      *> con su código destino y las comprobaciones contra la
      *> aplicación se hacen con él. Emp-Des-Busq queda con la
      *> empresa destino (la propia si no hay correspondencia).
       Correspondencia-Empresa-Previo.
           Move Num-Serie-EXP To Serie-Busq-Corr
           Move Cod-Emp-Cfg To Emp-Org-Busq
           Perform Buscar-Correspondencia
           If Empresa-Mapeada
               Move Emp-Des-Busq To Emp-Des-Txt
               Initialize Reg-Informe-Previo
               String "    Se importa como empresa " Emp-Des-Txt
                      " (correspondencia de "
                      FICHERO-CORRESPONDENCIAS ")."
                      Delimited Size
                      Into Reg-Informe-Previo
               Write Reg-Informe-Previo

               Initialize Reg-Texpcfg
               Move "EMP" To Cod-Reg-Cfg
               Move Emp-Des-Busq To Cod-Emp-Cfg
               Read Texpcfg
               If Fcd-Error = "00"
                   Initialize Reg-Informe-Previo
                   String "    [AVISO] El zip trae tambien la "
                          "empresa " Emp-Des-Txt
                          ": la importacion se detendra."
                          Delimited Size
                          Into Reg-Informe-Previo
                   Write Reg-Informe-Previo
               End-If

               Move Reg-Texpcfg-Aux To Reg-Texpcfg
               Move Emp-Des-Busq To Cod-Emp-Cfg
           End-If
       .

      *> Función "R": número de serie de la licencia del zip, para
      *> aplicar la misma correspondencia que en la importación. Se
      *> busca el CFG primero en el subdirectorio del zip y luego en
      *> la raíz del directorio de descompresión; si ya no está (lo
      *> borran operaciones-finales y la limpieza del temporal), se
      *> extrae sólo el CFG del propio zip, como en
      *> Leer-Fecha-Export-Cola, y se borra después de leerlo.
       Leer-Serie-Cfg-Restaurar.
           Move 0 To Serie-Busq-Corr
           Set Serie-Restaurar-Leida To False
           Initialize Nom-Cf-Corr
           String Nom-Zip (2:5) Nom-Zip (8:1) "CF.DAT"
                  Delimited Size
                  Into Nom-Cf-Corr

           Initialize Path-TExpcfg
           String Path-Descompresion-imp delimited spaces
                  Nom-Zip delimited "."
                  "\" Nom-Cf-Corr delimited size
                  Into Path-TExpcfg
           Close Texpcfg
           Open Input Texpcfg
           If Fcd-Error <> "00"
               Initialize Path-TExpcfg
               String Path-Descompresion-imp delimited spaces
                      Nom-Cf-Corr delimited size
                      Into Path-TExpcfg
               Open Input Texpcfg
           End-If

           If Fcd-Error = "00"
               Perform Leer-Exp-Cfg-Restaurar
           End-If

           If Not Serie-Restaurar-Leida
               Initialize Path-TExpcfg
               String Path-Descompresion-imp delimited spaces
                      Nom-Cf-Corr delimited spaces
                      Into Path-TExpcfg
               call "cbl_delete_file" using Path-TExpcfg
               Invoke ObjZip-Imp "SetPathUnZip"
                   Using Path-Descompresion-imp
               Invoke ObjZip-Imp "UnZipFile" Using Nom-Cf-Corr
                                         Returning Lnk-Op-Exito
               If Lnk-Op-Exito Not = 0
                   Open Input Texpcfg
                   If Fcd-Error = "00"
                       Perform Leer-Exp-Cfg-Restaurar
                   End-If
                   call "cbl_delete_file" using Path-TExpcfg
               End-If
           End-If
       .

       Leer-Exp-Cfg-Restaurar.
           Initialize Reg-Texpcfg
           Move "EXP" To Cod-Reg-Cfg
           Read Texpcfg
           If Fcd-Error = "00"
               Move nsr-exp-cfg To Serie-Busq-Corr
               Set Serie-Restaurar-Leida To True
           End-If
           Close Texpcfg
       .

      *> ¿Tiene CORREMP.TXT líneas por serie o asesoría para la
      *> empresa Emp-Org-Busq? Sin el número de serie del zip no se
      *> sabe cuál de ellas le tocó en la importación.
       Buscar-Corr-Serie-Restaurar.
           Set Corr-Serie-Restaurar To False
           Perform Varying Idx-Corr-2 From 1 By 1
                   Until Idx-Corr-2 > Num-Correspondencias
                      or Corr-Serie-Restaurar
               If Emp-Org-Corr (Idx-Corr-2) = Emp-Org-Busq and
                  Not Org-Corr-Todas (Idx-Corr-2)
                   Set Corr-Serie-Restaurar To True
               End-If
           End-Perform
       .
      /=============================================================

       tratamiento.
           *> Si sólo se pide un listado previo de lo que se va a
           *> importar, no se toca ningún fichero de la aplicación.
           if Funcion-Imp = "P"
               perform Generar-Informe-Previo
           else
               perform Tratamiento-Importacion
           end-if
       .
      *-------------------------------------------------------------
       Tratamiento-Importacion.
           *> Si la carga es selectiva, queda dicho en las
           *> incidencias qué dominios se cargan y cuáles se dejan
           *> deliberadamente intactos en el destino.
           If Dominios-Efectivos Not = "SSSS"
               initialize texto
               string "Importación selectiva de dominios "
                      "(empresa/tablas/entorno/temporales): "
                      Dominios-Efectivos
                      delimited size
                      into texto
               end-string
               move "I" to Inc-Sev-Act
               move 012 to Inc-Cod-Num-Act
               perform grabar-incidencia
           End-If

           *>Las empresas que aquí tienen otro código se
           *>renumeran en el zip antes de comprobar nada
           Perform Aplicar-Correspondencias

           *>Comprobamos las licencias si esta en formato asesor
           if Formato-Exp = "A" and not abortar
               perform comprobar-licencias
           end-if

           *>Hacemos el Rebuild de los ficheros del Zip
           if not abortar
               Perform Rebuild-Ficheros
           end-if

           If Not Abortar
               *>Leemos las empresas a importar
               Perform Abrir-FIchero-Cfg

               Initialize Reg-Texpcfg
               move 1 to zip-imp
               Move "EMP" To Cod-Reg-Cfg
               Start Texpcfg Key >= clv-cfg-1
               If Fcd-Error = "00"
                   Set Fin-Bucle To False
                   Perform Leer-Empresa Until Fin-Bucle
               End-If

               *> Actualiza la exportación como "Ya importada". Si el
               *> dominio de empresas se ha excluido, el contenido
               *> principal sigue pendiente y el zip no debe quedar
               *> marcado (el modo cola lo saltaría para siempre).
               If Dom-Empresa-Si
                   Move "EXP" To Cod-Reg-Cfg
                   Read Texpcfg
                   If Fcd-Error = "00"
                       Move zip-imp To imp-exp-cfg
                       rewrite reg-texpcfg
                   End-If
               End-If

               If Not Abortar
                   *>Conciliación de los dominios de ámbito general
                   *>(tablas y entorno) que se hayan cargado
                   Perform Reconciliar-Dominios-Zip
               End-If

               If modo-reanudar and
                  (Emp-Reanudadas > 0 or Eje-Reanudados > 0)
                   Move Emp-Reanudadas To num-rea-ed
                   Move Eje-Reanudados To num-rea-ed2
                   initialize texto
                   string "Reanudación: se han omitido " num-rea-ed
                          " empresas y " num-rea-ed2
                          " ejercicios que ya estaban importados."
                          delimited size
                          into texto
                   end-string
                   move "I" to Inc-Sev-Act
                   move 011 to Inc-Cod-Num-Act
                   perform grabar-incidencia
               End-If

      *        move niv-exp-cfg to Niv-Apl-Origen

               Close Texpcfg
           End-If

      *    if Formato-exp ="A" and eco-swver ="S"  and not abortar
           *> La configuración de la aplicación pertenece al dominio
           *> de entorno: si se ha excluido, no se traspasa.
           if Formato-exp ="A" and not abortar and Dom-Entorno-Si
               perform traspasar-configuracion-apl
      *        perform modificar-licencia
           end-if
       .
      *-------------------------------------------------------------
      *> Genera un listado de las empresas y ejercicios que se
      *> importarían, sin modificar ningún fichero de la aplicación
      *> ni de la importación, para poder revisarlo antes de lanzar
      *> la importación real.
       Generar-Informe-Previo.
           Initialize Path-Informe-Previo
           String Path-Descomp Delimited spaces
                  "PREVIO.TXT"  Delimited size
                  Into Path-Informe-Previo

           Open Output Informe-Previo
           If FCD-Error-Inf = "00"
               Move "Listado previo de la importacion" To
                                                   Reg-Informe-Previo
               Write Reg-Informe-Previo
               Move Nom-Zip To Reg-Informe-Previo
               Write Reg-Informe-Previo

               If Dominios-Efectivos Not = "SSSS"
                   Initialize Reg-Informe-Previo
                   String "Dominios a cargar "
                          "(empresa/tablas/entorno/temporales): "
                          Dominios-Efectivos
                          Delimited Size
                          Into Reg-Informe-Previo
                   Write Reg-Informe-Previo
               End-If

               Perform Abrir-FIchero-Cfg

               Initialize Reg-Texpcfg
               Move "EMP" To Cod-Reg-Cfg
               Start Texpcfg Key >= clv-cfg-1
               If Fcd-Error = "00"
                   Set Fin-Bucle To False
                   Perform Leer-Empresa-Previo Until Fin-Bucle
               End-If

               Close Texpcfg
               Close Informe-Previo
           Else
               Set Abortar To True
               Move "N" To Op-Exito
           End-If
       .
       Leer-Empresa-Previo.
           Read Texpcfg Next
           Evaluate Fcd-Error
           When "00"
           When "9D"
               If Cod-Reg-Cfg = "EMP"
                   If trt-emp-cfg <> 0
                       Move Reg-Texpcfg To Reg-Texpcfg-Aux
                       Move Cod-Emp-Cfg To Cod-Emp-Previo
                                           Cod-Emp-Txt
                       Initialize Reg-Informe-Previo
                       String "Empresa " Cod-Emp-Txt " - " Nom-Emp-Cfg
                              Delimited Size
                              Into Reg-Informe-Previo
                       Write Reg-Informe-Previo

                       *> Con correspondencia de código, todas las
                       *> comprobaciones contra la aplicación destino
                       *> se hacen ya con la empresa destino.
                       Perform Correspondencia-Empresa-Previo

                       *> Avisamos de existencia/NIF antes de listar
                       *> los ejercicios, igual que haría una
                       *> importación real (Leer-Licencia-Empresa).
                       Perform Comprobar-Existencia-Empresa
                       If Not Existe
                           Initialize Reg-Informe-Previo
                           String "    [AVISO] La empresa no existe "
                                  "en la aplicacion destino."
                                  Delimited Size
                                  Into Reg-Informe-Previo
                           Write Reg-Informe-Previo
                       Else
                           Perform comprobar-nif
                           If trt-emp-cfg = 0
                       else
                          perform buscar-sii
                       end-if
                       Move Cod-Emp-Cfg To Emp-Cfg-Corr-Aux
                       Move Emp-Des-Busq To Cod-Emp-Cfg
                       perform Comprobar-Sii-Destino
                       Move Emp-Cfg-Corr-Aux To Cod-Emp-Cfg
                       if hay-sii-destino and not hay-sii
                          Initialize Reg-Informe-Previo
                          String "        [AVISO] El ejercicio ya "
                   *>repetir la importación si algo ha quedado corto
                   Perform Reconciliar-Empresa

                   *>Comprobación de la contabilidad cargada: diario
                   *>cuadrado y cuentas existentes en cada ejercicio
                   Perform Comprobar-Contabilidad-Empresa

                   *>La empresa importada puede venir de una
                   *>instalación atrasada: se encadena aquí la
                   *>conversión de sus versiones pendientes, para que
           Else
               move "I" to Inc-Sev-Act
           End-If
           move 014 to Inc-Cod-Num-Act
           perform grabar-incidencia
       .

      *> Comprobación contable de los ejercicios que se acaban de
      *> importar (los de Tabla-Ejercicios dentro del rango del zip).
      *> Cada ejercicio se abre posicionando su fecha de inicio y el
      *> camino de la empresa importada (releído de TECODIR, como en
      *> Reconciliar-Empresa), y al acabar se dejan los dos como
      *> estaban.
       Comprobar-Contabilidad-Empresa.
           If Dom-Empresa-Si
               initialize reg-tecodir
               move Eco-Codigo-Empresa to cod-emp-dir
               call "rr-dir" using reg-tecodir
                                   "N"
                                   fcd-error
               if fcd-error = "00" or = "9D"
                   Move eco-fecha-ini-ejer To Fecha-Ini-Ejer-Guard
                   Move eco-camino-acceso-ficheros
                     To Camino-Ficheros-Guard
                   Move cam-acc-dir To eco-camino-acceso-ficheros
                   Move eco-mes-i To Mes-Ini-Cont
                   If Mes-Ini-Cont < 1 or Mes-Ini-Cont > 12
                       Move 1 To Mes-Ini-Cont
                   End-If

                   Perform varying Idx-Eje-Cont from 1 by 1
                           until Idx-Eje-Cont > Numero-Ejercicio
                       if Any-Eje (Idx-Eje-Cont) >= Any-Inicio and
                          Any-Eje (Idx-Eje-Cont) <= Any-Fin
                           Move Any-Eje (Idx-Eje-Cont) To Ejer-Cont
                           Perform Comprobar-Contabilidad-Ejercicio
                       end-if
                   End-Perform

                   Move Fecha-Ini-Ejer-Guard To eco-fecha-ini-ejer
                   Move Camino-Ficheros-Guard
                     To eco-camino-acceso-ficheros
               else
                   initialize texto
                   move Eco-Codigo-Empresa to cod-emp-aux
                   string "Comprobación contable: no se encuentra la "
                          "empresa " cod-emp-aux " en el directorio; "
                          "no se puede revisar su contabilidad."
                          delimited size
                          into texto
                   end-string
                   move "E" to Inc-Sev-Act
                   move 017 to Inc-Cod-Num-Act
                   perform grabar-incidencia
               end-if
           End-If
       .

       Comprobar-Contabilidad-Ejercicio.
           Move 0 To Num-Apuntes-Cont
                     Num-Asientos-Cont
                     Num-Descuadres-Cont
                     Num-Fuera-Tabla-Cont
                     Num-Ctas-Inex-Cont
                     Max-Nro-Cont
                     Tot-Debe-Cont
                     Tot-Haber-Cont
           Initialize Tabla-Asientos-Cont

           Compute Fecha-Ini-Ejer-Cont = Ejer-Cont * 10000
                                       + Mes-Ini-Cont * 100 + 1
           Move Fecha-Ini-Ejer-Cont To eco-fecha-ini-ejer

           *> Diario y plan contable del ejercicio, en sólo lectura
           initialize tabla-operaciones
           move "A" to operacion(TFI-FEEEEDIA)
           move "A" to operacion(TFI-FEEEEACU)
           move "L" to operacion(TFI-RESERVADO)
           perform Modulo-ECOMTFI

           if op-exito-tfi = "N"
               initialize texto
               move Eco-Codigo-Empresa to cod-emp-aux
               string "Comprobación contable de la empresa "
                      cod-emp-aux ", ejercicio " Ejer-Cont
                      ": no se han podido abrir el diario y el plan "
                      "contable."
                      delimited size
                      into texto
               end-string
               move "E" to Inc-Sev-Act
               move 017 to Inc-Cod-Num-Act
               perform grabar-incidencia
           else
               Perform Recorrer-Diario-Cont
               Perform Revisar-Asientos-Cont
               Perform Resumen-Contabilidad

               initialize tabla-operaciones
               move "C" to operacion(TFI-FEEEEDIA)
               move "C" to operacion(TFI-FEEEEACU)
               perform Modulo-ECOMTFI
           end-if
       .

      *> Recorrido completo del diario por su clave de cuenta: la
      *> cuenta se busca en el plan una sola vez, al cambiar.
       Recorrer-Diario-Cont.
           initialize reg-feeeedia
           move 0 to cta-apu-dia fec-apu-dia nro-apu-dia
           move 1 to Clave-Dia-Cont
           call "ST-DIA" using reg-feeeedia, ">=", Clave-Dia-Cont,
                               fcd-error

           Set Hay-Cta-Ant-Cont To False
           Set Fin-Dia-Cont To False
           Perform Leer-Apunte-Cont Until Fin-Dia-Cont
       .

       Leer-Apunte-Cont.
           call "RN-DIA" using "N", fcd-error
           if error-1 = "0" or fcd-error = "9D"
               Perform Tratar-Apunte-Cont
           else
               Set Fin-Dia-Cont To True
           end-if
       .

       Tratar-Apunte-Cont.
           Add 1 To Num-Apuntes-Cont
           Add imp-deb-dia To Tot-Debe-Cont
           Add imp-hab-dia To Tot-Haber-Cont

           If nro-apu-dia > 0 and nro-apu-dia <= Max-Asientos-Cont
               Compute Sal-Asiento-Cont (nro-apu-dia) =
                       Sal-Asiento-Cont (nro-apu-dia)
                     + imp-deb-dia - imp-hab-dia
               Move "S" To Mar-Asiento-Cont (nro-apu-dia)
               If nro-apu-dia > Max-Nro-Cont
                   Move nro-apu-dia To Max-Nro-Cont
               End-If
           Else
               Add 1 To Num-Fuera-Tabla-Cont
           End-If

           If Not Hay-Cta-Ant-Cont or cta-apu-dia Not = Cta-Ant-Cont
               Move cta-apu-dia To Cta-Ant-Cont
               Set Hay-Cta-Ant-Cont To True
               Perform Comprobar-Cuenta-Cont
           End-If

           If Not Cta-Ant-Existe and Idx-Cta-Cont > 0
               Add 1 To Apu-Inex-Cont (Idx-Cta-Cont)
           End-If
       .

       Comprobar-Cuenta-Cont.
           initialize reg-feeeeacu
           move cta-apu-dia to cod-cta-acu
           call "RR-ACU" using reg-feeeeacu, "N", fcd-error
           if error-1 = "0" or fcd-error = "9D"
               Set Cta-Ant-Existe To True
           else
               Set Cta-Ant-Existe To False
               Add 1 To Num-Ctas-Inex-Cont
               If Num-Ctas-Inex-Cont <= Max-Ctas-Cont
                   Move Num-Ctas-Inex-Cont To Idx-Cta-Cont
                   Move cta-apu-dia To Cta-Inex-Cont (Idx-Cta-Cont)
                   Move nro-apu-dia To Asi-Inex-Cont (Idx-Cta-Cont)
                   Move 0 To Apu-Inex-Cont (Idx-Cta-Cont)
               Else
                   Move 0 To Idx-Cta-Cont
               End-If
           end-if
       .

      *> Una incidencia "E" por asiento descuadrado (hasta
      *> Max-Det-Cont; el resumen da el total) y otra por cuenta
      *> inexistente, con su primer asiento.
       Revisar-Asientos-Cont.
           Perform varying Nro-Asiento-Cont from 1 by 1
                   until Nro-Asiento-Cont > Max-Nro-Cont
               If Mar-Asiento-Cont (Nro-Asiento-Cont) = "S"
                   Add 1 To Num-Asientos-Cont
                   If Sal-Asiento-Cont (Nro-Asiento-Cont) Not = 0
                       Add 1 To Num-Descuadres-Cont
                       If Num-Descuadres-Cont <= Max-Det-Cont
                           Perform Incidencia-Asiento-Cont
                       End-If
                   End-If
               End-If
           End-Perform

           Perform varying Idx-Cta-Cont from 1 by 1
                   until Idx-Cta-Cont > Num-Ctas-Inex-Cont
                      or Idx-Cta-Cont > Max-Ctas-Cont
               Perform Incidencia-Cuenta-Cont
           End-Perform
       .

       Incidencia-Asiento-Cont.
           Move Nro-Asiento-Cont To Asi-Cont-Ed
           Move Sal-Asiento-Cont (Nro-Asiento-Cont) To Imp-Cont-Ed
           initialize texto
           string "Comprobación contable " Ejer-Cont
                  ": el asiento " Asi-Cont-Ed
                  " no cuadra; debe menos haber = " Imp-Cont-Ed "."
                  delimited size
                  into texto
           end-string
           move "E" to Inc-Sev-Act
           move 017 to Inc-Cod-Num-Act
           perform grabar-incidencia
       .

       Incidencia-Cuenta-Cont.
           Move Asi-Inex-Cont (Idx-Cta-Cont) To Asi-Cont-Ed
           Move Apu-Inex-Cont (Idx-Cta-Cont) To Num-Cont-Ed
           initialize texto
           string "Comprobación contable " Ejer-Cont
                  ": la cuenta " Cta-Inex-Cont (Idx-Cta-Cont)
                  " no existe en el plan contable (" Num-Cont-Ed
                  " apuntes, el primero en el asiento " Asi-Cont-Ed
                  ")."
                  delimited size
                  into texto
           end-string
           move "E" to Inc-Sev-Act
           move 017 to Inc-Cod-Num-Act
           perform grabar-incidencia
       .

      *> Sumas del ejercicio. Es "E" si algo no cuadra o falta
      *> alguna cuenta; los apuntes sin número de asiento utilizable
      *> no se han podido cuadrar y quedan avisados aparte.
       Resumen-Contabilidad.
           Move Num-Asientos-Cont To Num-Cont-Ed
           Move Num-Apuntes-Cont To Num-Cont-Ed2
           Move Num-Descuadres-Cont To Num-Cont-Ed3
           Move Num-Ctas-Inex-Cont To Num-Cont-Ed4
           Move Tot-Debe-Cont To Imp-Cont-Ed
           Move Tot-Haber-Cont To Imp-Cont-Ed2
           move Eco-Codigo-Empresa to cod-emp-aux
           initialize texto
           string "Comprobación contable de la empresa " cod-emp-aux
                  ", ejercicio " Ejer-Cont ":" Num-Cont-Ed
                  " asientos," Num-Cont-Ed2 " apuntes, debe"
                  Imp-Cont-Ed ", haber" Imp-Cont-Ed2 ";"
                  Num-Cont-Ed3 " asientos descuadrados,"
                  Num-Cont-Ed4 " cuentas inexistentes."
                  delimited size
                  into texto
           end-string
           If Num-Descuadres-Cont > 0 or Num-Ctas-Inex-Cont > 0 or
              Tot-Debe-Cont Not = Tot-Haber-Cont
               move "E" to Inc-Sev-Act
           Else
               move "I" to Inc-Sev-Act
           End-If
           move 017 to Inc-Cod-Num-Act
           perform grabar-incidencia

           If Num-Fuera-Tabla-Cont > 0
               Move Num-Fuera-Tabla-Cont To Num-Cont-Ed
               initialize texto
               string "Comprobación contable " Ejer-Cont ":"
                      Num-Cont-Ed " apuntes sin número de asiento "
                      "válido no se han podido cuadrar."
                      delimited size
                      into texto
               end-string
               move "A" to Inc-Sev-Act
               move 017 to Inc-Cod-Num-Act
               perform grabar-incidencia
           End-If
       .

       Modulo-ECOMTFI.
           initialize np-ecom-tfi
                      codigo-fto
           call "ECOMTFI" using np-ecom-tfi,
                                tabla-operaciones,
                                codigo-fto,
                                mes-fichero,
                                eco-act-cod,
                                op-exito-tfi
       .

      *> Dice si el fichero actualmente leído de la lista pertenece a
           Set Ventana-Cerrada To False
           Move 0 To Cola-Tot-Imp
                     Cola-Tot-Err
                     Cola-Tot-Cont
                     Cola-Tot-Omit
                     Cola-Tot-Pend
           Move 0 To Hora-Limite-Efectiva

           Perform Abrir-Informe-Cola
           Perform Explorar-Directorio-Cola
           Perform Cargar-Correspondencias

           *> Empresas repetidas en el lote: sólo se importa el zip
           *> con la exportación más reciente de cada empresa
       .

      *> Agrupa las entradas recogidas por código de empresa (las
      *> posiciones 2:5 del nombre del zip, como el nnnnnXCF.DAT,
      *> llevadas a su código destino si hay correspondencia) y,
      *> cuando la misma empresa aparece más de una vez, deja como
      *> importable sólo la de fecha de exportación más reciente
      *> según su CFG; a igual fecha gana la última recogida. Las
               Perform Varying Idx-Cola-2 From 1 By 1
                       Until Idx-Cola-2 > Num-Zips-Cola
                   If Idx-Cola-2 Not = Idx-Cola and
                      Emp-Dest-Cola(Idx-Cola-2) =
                      Emp-Dest-Cola(Idx-Cola)
                       If Fec-Exp-Cola(Idx-Cola-2) >
                          Fec-Exp-Cola(Idx-Cola)
                           Move "D" To Marca-Zip-Cola(Idx-Cola)
      *> pierde frente a cualquier duplicado fechado.
       Leer-Fecha-Export-Cola.
           Move 0 To Fec-Exp-Cola(Idx-Cola)
           Move Nom-Zip-Cola(Idx-Cola)(2:5) To Emp-Dest-Cola(Idx-Cola)

           Initialize TEcoczip
           Initialize Nom-Zip-Completo-Cola
                       If Fcd-Error = "00"
                           Move fec-exp-cfg
                             To Fec-Exp-Cola(Idx-Cola)
                           Move nsr-exp-cfg To Serie-Busq-Corr
                           Move Nom-Zip-Cola(Idx-Cola)(2:5)
                             To Emp-Org-Busq
                           Perform Buscar-Correspondencia
                           Move Emp-Des-Busq
                             To Emp-Dest-Cola(Idx-Cola)
                       End-If
                       Close Texpcfg
                   End-If
                       add 1 to Cnt-Inc-A
                   when "E"
                       add 1 to Cnt-Inc-E
                       if inc-cod-num-inc = 017
                           add 1 to Cnt-Inc-Cont
                       end-if
                   end-evaluate
           end-read
       .
                  "  E:" Num-Ed-E-Cola
                  Delimited Size
                  Into Reg-Informe-Cola
           *> Empresa importada con otro código por correspondencia
           If Emp-Dest-Cola(Idx-Cola) Not = Cod-Emp-Txt
               Move Emp-Dest-Cola(Idx-Cola) To Emp-Des-Txt
               String "  Destino: " Emp-Des-Txt
                      Delimited Size
                      Into Reg-Informe-Cola(70:)
           End-If
           Write Reg-Informe-Cola

           *> Importada, pero con la contabilidad incorrecta: cuenta
           *> aparte para que el aviso de la noche lo destaque
           Compute Cnt-Dif-Cola = Cnt-Inc-Cont - Cnt-Inc-Cont-Ant
           If Cnt-Dif-Cola > 0
               Add 1 To Cola-Tot-Cont
               Move Cnt-Dif-Cola To Num-Ed-Cola
               Initialize Reg-Informe-Cola
               String "    Comprobación contable: " Num-Ed-Cola
                      " errores (asientos descuadrados o cuentas "
                      "inexistentes)."
                      Delimited Size
                      Into Reg-Informe-Cola
               Write Reg-Informe-Cola
           End-If
           End-If
       .

                  Delimited Size Into Reg-Informe-Cola
           Write Reg-Informe-Cola

           Move Cola-Tot-Cont To Num-Ed-Cola
           Initialize Reg-Informe-Cola
           String "Contab. errónea..: " Num-Ed-Cola
                  Delimited Size Into Reg-Informe-Cola
           Write Reg-Informe-Cola

           Move Cola-Tot-Omit To Num-Ed-Cola
           Initialize Reg-Informe-Cola
           String "Ya importados....: " Num-Ed-Cola
           perform Leer-Config-Mail-Cola

           initialize fichero-internet
           if Cola-Tot-Err = 0 and Cola-Tot-Cont = 0
               move lista-mail-correctos to lista-mail-envio
               move "CORRECTA" to resultado-mail-cola
           else
               move Cola-Tot-Imp to mail-num-ed2
               move Cola-Tot-Err to mail-num-ed3
               move Cola-Tot-Omit to mail-num-ed4
               move Cola-Tot-Cont to mail-num-ed5
               initialize asunto-mail
               string "Cola de importación " delimited size
                      resultado-mail-cola delimited size
                      " importados: " mail-num-ed2
                      " con errores: " mail-num-ed3
                      " omitidos: " mail-num-ed4
                      " contab. errónea: " mail-num-ed5
                      delimited size
                      into asunto-mail
               end-string
           end-perform
       .

      /=============================================================
       operaciones-finales.
           *> El CFG actualizado se devuelve al zip también cuando la
           *> pasada se ha abortado a medias: las marcas imp-emp-cfg /
           *> imp-eje-cfg ya grabadas son justo las que permiten
           *> reanudar después sin repetir empresas, y el borrado del
           *> directorio que viene a continuación las destruiría.
           *> Sólo se re-empaqueta si el CFG de ESTE zip llegó a
           *> quedar en su directorio (cfg-movido), para no llevarse
           *> por delante el de otra entrada de la cola.
           If not tiene-pass and cfg-movido
               Perform AddFicheroCfg
           end-if
           Perform Borrar-Ficheros-Zip

           if ObjDirExp not = null
               *>Borramos el directorio
               invoke objdirexp "EliminarFile" returning lnk-op-exito
               Invoke ObjDirExp "finalize" returning objdirexp
           end-if

           If op-exito <> "N"
               Move "S" To Op-Exito
           End-if
           *> En modo cola el control vuelve al bucle de zips; el
           *> Exit Program lo hace el tratamiento de la cola al acabar.
           If Not Cola-En-Curso
               Exit Program
           End-If
       .
      *------------------------------------------------------------
       AddFicheroCfg.
           Move path-texpcfg to nom-fichero
           Invoke ObjZip-Imp "InitFilesToProcess"
           Invoke ObjZip-Imp "InitFilesToExclude"
           Invoke ObjZip-Imp "AddFileToZip" using nom-fichero
           Invoke ObjZip-Imp "Zip" returning Lnk-Op-Exito
       .
      *------------------------------------------------------------
       Borrar-Ficheros-Zip.

           Move 1 To Tipo-Open

           Move Codigo-Empresa-Imp
                           To Codigo-Empresa of Datos-Imp

           Move Path-Descomp
                               To Path-Destino of Datos-Imp
                                  Path-Destino-Tablas of Datos-Imp
                                  Path-Destino-Ento of Datos-Imp

           Move ObjBarraProceso-Imp  To Barra-Emp of Datos-Imp
           Move ObjBarraImp-Imp  To Barra-Exp of Datos-Imp
           Move ObjZip-Imp To ObjZip of Datos-Imp


           Move PProgreso-Campo-Imp To Pprogreso-Campo Of Datos-Imp
           Move PProgreso-Txt-Imp   To Pprogreso-Txt   Of Datos-Imp

           if not Error-leer
               Invoke Ecoceig "newWithOtherProgress" Using Datos-Imp
                                                           Tipo-Open
                                                 Returning ObjEim


               if not objeim = null
                   Invoke ObjEim "BorrarFicherosLista"
                                     Returning Lnk-Op-Exito

                   Invoke ObjEim "finalize" returning ObjEim
               end-if
           end-if
       .
       buscar-sii.
          *> Las tablas del zip conservan el código de origen de una
          *> empresa renumerada por correspondencia
          move cod-emp-cfg to Emp-Cfg-Corr-Aux
          perform varying Idx-Corr-Apl from 1 by 1
                  until Idx-Corr-Apl > Num-Corr-Aplicadas
             if Apl-Des-Corr(Idx-Corr-Apl) = Emp-Cfg-Corr-Aux
                move Apl-Org-Corr(Idx-Corr-Apl) to cod-emp-cfg
             end-if
          end-perform

          perform abrir-tecodix
          perform abrir-tecoprb

          perform leer-tecodix
          if fcd-ok
             move cod-eje-cfg to codigo-ejer
             perform leer-tecoprb
             if mes-cie-dix < 12 and not hay-sii
                add 1 cod-eje-cfg giving codigo-ejer
                perform leer-tecoprb
             end-if
          end-if


          perform cerrar-tecoprb
          perform cerrar-tecodix

          move Emp-Cfg-Corr-Aux to cod-emp-cfg
       .
      *-------------------------------------------------------------
      *> Comprueba si el ejercicio que se está importando ya tiene
      *> SII activo en la aplicación destino, para no dejar una
      *> configuración de SII inconsistente entre origen y destino.
       Comprobar-Sii-Destino.
          set hay-sii-destino to false
          perform Comprobar-Existencia-Empresa
          if existe
             perform abrir-tecodix-destino
             perform abrir-tecoprb-destino

             perform leer-tecodix
             if fcd-ok
                move cod-eje-cfg to codigo-ejer
                perform leer-tecoprb-destino
                if mes-cie-dix < 12 and not hay-sii-destino
                   add 1 cod-eje-cfg giving codigo-ejer
                   perform leer-tecoprb-destino
                end-if
             end-if

             perform cerrar-tecoprb
             perform cerrar-tecodix

             if hay-sii-destino and not hay-sii
                perform grabar-incidencias-sii-destino
             end-if
          end-if
       .
       Abrir-Tecodix-Destino.
           Initialize Path-Tecodix
           String eco-camino-acceso-tablas Delimited spaces
                  "TECODIR.Dat" Delimited size
                  Into Path-Tecodix
           open input tecodix
       .
       Abrir-Tecoprb-Destino.
           Initialize Path-Tecoprb
           String eco-camino-acceso-tablas Delimited spaces
                  "TECOPRV.Dat" Delimited size
                  Into Path-Tecoprb
           open input tecoprb
       .
       leer-tecoprb-destino.
          initialize reg-tecoprb
          move COD-EMP-CFG to cod-emp-prb
          read tecoprb

          if fcd-ok
             if EST-ONL-EMP-PRb(2) = "OK"
                perform varying zz from 1 by 1
                                until zz > 10 or hay-sii-destino
                  if eje-emp-prb(zz) = codigo-ejer
                     if EST-ONL-EJE-PRb (zz,2) = "OK"
                        set hay-sii-destino to true
                     end-if
                  end-if
               end-perform
             end-if
          end-if
       .
       grabar-incidencias-sii-destino.
           move cod-eje-cfg to Ejercicio-Aux
           initialize texto
           string "La importación " Nom-Zip(1:12) " procede de una "
                  "aplicación origen sin SII activo para el ejercicio "
                  Ejercicio-Aux
                  ", que ya tiene SII activo en la aplicación destino."
                  " Revise la configuración de SII tras la importación."
                  delimited size
                  into texto

           move "A" to Inc-Sev-Act
           move 008 to Inc-Cod-Num-Act
           perform grabar-incidencia
       .

       ABRIR-TECODIX.
           Initialize Path-Tecodix
           String Path-DESCOMP Delimited spaces
                  "TECODIR.Dat" Delimited size
                  Into Path-Tecodix
           open input tecodix
       .
       ABRIR-TECOPRB.
           Initialize Path-Tecoprb
           String Path-DESCOMP Delimited spaces
                  "TECOPRV.Dat" Delimited size
                  Into Path-Tecoprb
           open input tecoprb
       .
       leer-tecodix.
           initialize reg-tecodix
           move COD-EMP-CFG to cod-emp-dix
           read tecodix
       .

       cerrar-tecodix.
           close tecodix
       .
       cerrar-tecoprb.
           close tecoprb
       .
       leer-tecoprb.
          initialize reg-tecoprb
          move COD-EMP-CFG to cod-emp-prb
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
       copiar-zip-pass.
           *> Copiar los ficheros de: dir-copiar
           *>                      a: path-descomp
           move nom-fichero to Nom-Fichero-aux

           initialize dir-copiar
           string eco-camino-aplicacion delimited space
                  "IMPORT\TMP\"
                  nom-zip(1:8)
                  "\"
           into dir-copiar
           perform copiar-directorio-tmp

           move Nom-Fichero-aux to Nom-Fichero
       .

       copiar-directorio-tmp.
           initialize f-filein
           string dir-copiar delimited space
                  "*.*"        delimited size
             into f-filein
           *> Iniciar la búsqueda
           INITIALIZE RESULT
           MOVE 69 TO FUNCTION-CODE
           MOVE 32 TO F-ATTRIN
           MOVE 0 TO F-ERROR

           *> Buscar ficheros
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
                           initialize nom-fichero
                           string  dir-copiar delimited space
                                   f-fileout    delimited size
                                   into nom-fichero
                           initialize nom-fichero-dest
                           string  path-descomp delimited space
                                   f-fileout    delimited size
                                   into nom-fichero-dest
                           *> El fichero CF no hay que copiarlo
                           if f-fileout(7:2) not= "CF"
                             PERFORM copiar-fichero
                           end-if
                   END-EVALUATE

                   MOVE 1 TO F-ACTION
               end-if
           END-PERFORM

           *> Finalizar la búsqueda
           MOVE 2 TO F-ACTION
           CALL X"91" USING RESULT,
                            FUNCTION-CODE,
                            PARAMETER
       .

       copiar-fichero.
           *> Componer el nombre completo del fichero
           call "CBL_TOUPPER" using
               nom-fichero
               by value length of nom-fichero size 4

           CALL "CBL_COPY_FILE" USING nom-fichero
                                      nom-fichero-dest
       .

      *-------------------------------------------------------------
      *> Copia de seguridad real de los ficheros de la empresa
      *> destino en el subdirectorio de copias del buzón de
      *> importación, antes de que ImportarTipica toque nada. Los
      *> ficheros de empresa llevan el código de 5 dígitos en las
      *> posiciones 1-5 del nombre (como el nnnnnXCF.DAT del propio
      *> zip), así que la máscara es nnnnn*.*. Si la copia no puede
      *> completarse, la empresa no se importa.
       Copia-Seguridad-Destino.
           Set Backup-Emp-Correcta To True
           Move 0 To Cnt-Fic-Bak

           Initialize Texto-Progreso
           String "Realizando copia de seguridad de la empresa "
                  Cod-Emp-Txt Delimited Size
                  Into Texto-Progreso
           Perform Actualizar-Progreso

           initialize reg-tecodir
           move cod-emp-cfg to cod-emp-dir
           call "rr-dir" using reg-tecodir
                               "N"
                               fcd-error
           if fcd-error = "00" or = "9D"
               Move Cod-Emp-Cfg To Cod-Emp-Bak
               Initialize Dir-Backup-Emp
               String eco-camino-aplicacion delimited spaces
                      "IMPORT\BAK" Cod-Emp-Bak "\" delimited size
                      into Dir-Backup-Emp

               *> En una reanudación, la copia valiosa es la del
               *> estado previo a la pasada interrumpida: si ya
               *> existe, se conserva en lugar de machacarla con el
               *> estado a medio importar.
               Set Backup-Ya-Existente To False
               If modo-reanudar
                   Perform Comprobar-Backup-Existente
               End-If

               If Not Backup-Ya-Existente
               Perform Crear-Directorio-Backup

               If Backup-Emp-Correcta
                   Set Restaurando-Backup To False
                   Move 0 To Num-Manifiesto
                   Move cam-acc-dir To Dir-Origen-Bak
                   Move Dir-Backup-Emp To Dir-Destino-Bak
                   Initialize Mascara-Bak
                   String Cod-Emp-Bak "*.*" delimited size
                          into Mascara-Bak
                   Perform Copiar-Directorio-Backup
               End-If

               If Backup-Emp-Correcta
                   Perform Grabar-Manifiesto-Backup
               End-If
               End-If

               If Not Backup-Emp-Correcta
                   initialize texto
                   move cod-emp-cfg to cod-emp-aux
                   string "No se ha podido hacer la copia de "
                          "seguridad previa de la empresa "
                          cod-emp-aux "; no se importa."
                          delimited size
                          into texto
                   end-string
                   move "E" to Inc-Sev-Act
                   move 009 to Inc-Cod-Num-Act
                   perform grabar-incidencia
                   move "N" to op-exito
               End-If
           end-if
           *> Si la empresa no existe todavía en el destino no hay
           *> nada que salvaguardar: es un alta nueva.
       .

      *> Una copia previa se reconoce por su manifiesto. Las copias
      *> que no llegaron a manifiesto (empresas con más ficheros de
      *> los que admite) no se detectan y se rehacen.
       Comprobar-Backup-Existente.
           Initialize Path-Manifiesto
           String Dir-Backup-Emp Delimited Spaces
                  "MANIFIES.TXT" Delimited Size
                  Into Path-Manifiesto
           call "CBL_CHECK_FILE_EXIST" using path-manifiesto,
                                             file-details
           if return-code = 0
               Set Backup-Ya-Existente To True
           end-if
       .

       Crear-Directorio-Backup.
           Move Dir-Backup-Emp To Nom-File-WP Of TEcocBak
           Move 78-EcocFil-Directory To Tipo-File Of TEcocBak
           Invoke EcocFil "new" Using TEcocBak
                                returning ObjDirBak
           If ObjDirBak Not = Null
               *> Se vacía primero la copia de otra pasada: mezclar
               *> ficheros viejos con los de esta copia haría que la
               *> restauración devolviera un estado que nunca existió
               Invoke ObjDirBak "EliminarFile" returning Lnk-op-Exito
               Invoke ObjDirBak "CrearDir" returning Lnk-op-Exito
               if lnk-op-exito = 0
                   Set Backup-Emp-Correcta To False
               end-if
               Invoke ObjDirBak "finalize" returning ObjDirBak
           Else
               Set Backup-Emp-Correcta To False
           End-If
       .

      *> Copia todos los ficheros de Dir-Origen-Bak que cumplan la
      *> máscara en Dir-Destino-Bak (misma mecánica X"91" que
      *> copiar-directorio-tmp, con sus propios campos de trabajo).
       Copiar-Directorio-Backup.
           initialize f-filein
           string Dir-Origen-Bak delimited space
                  Mascara-Bak    delimited space
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
                           PERFORM Copiar-Fichero-Backup
                   END-EVALUATE

                   MOVE 1 TO F-ACTION
               end-if
           END-PERFORM

           MOVE 2 TO F-ACTION
           CALL X"91" USING RESULT,
                            FUNCTION-CODE,
                            PARAMETER
       .

       Copiar-Fichero-Backup.
           *> El manifiesto es parte de la copia, no de la empresa:
           *> al restaurar no debe volver al directorio de datos
           If Restaurando-Backup and f-fileout(1:12) = "MANIFIES.TXT"
               Continue
           Else
               initialize Nom-Fichero-Bak
               string Dir-Origen-Bak delimited space
                      f-fileout      delimited space
                      into Nom-Fichero-Bak
               initialize Nom-Fichero-Bak-Dest
               string Dir-Destino-Bak delimited space
                      f-fileout       delimited space
                      into Nom-Fichero-Bak-Dest

               call "CBL_TOUPPER" using
                   Nom-Fichero-Bak
                   by value length of Nom-Fichero-Bak size 4

               CALL "CBL_COPY_FILE" USING Nom-Fichero-Bak
                                          Nom-Fichero-Bak-Dest
               if return-code not= 0
                   Set Backup-Emp-Correcta To False
               end-if
               add 1 to Cnt-Fic-Bak

               If Not Restaurando-Backup and
                  Num-Manifiesto < Max-Manifiesto
                   Add 1 To Num-Manifiesto
                   Move f-fileout To Nom-Fic-Manif(Num-Manifiesto)
               End-If
           End-If
       .

      *> Deja junto a la copia la relación de ficheros que la empresa
      *> tenía en ese momento; la restauración la usa para eliminar
      *> los ficheros que la importación fallida llegara a crear. Si
      *> la empresa tiene más ficheros de los que caben, no se graba
      *> y la restauración se limita a recuperar los copiados.
       Grabar-Manifiesto-Backup.
           If Num-Manifiesto > 0 and Num-Manifiesto < Max-Manifiesto
               Initialize Path-Manifiesto
               String Dir-Backup-Emp Delimited Spaces
                      "MANIFIES.TXT" Delimited Size
                      Into Path-Manifiesto
               Open Output Manifiesto-Bak
               If fcd-error-man = "00"
                   Perform Varying Idx-Manifiesto From 1 By 1
                           Until Idx-Manifiesto > Num-Manifiesto
                       Move Nom-Fic-Manif(Idx-Manifiesto)
                         To Reg-Manifiesto
                       Write Reg-Manifiesto
                   End-Perform
                   Close Manifiesto-Bak
               End-If
           End-If
       .

       Leer-Manifiesto-Backup.
           Move 0 To Num-Manifiesto
           Initialize Path-Manifiesto
           String Dir-Backup-Emp Delimited Spaces
                  "MANIFIES.TXT" Delimited Size
                  Into Path-Manifiesto
           Open Input Manifiesto-Bak
           If fcd-error-man = "00"
               set fin-manifiesto to false
               Perform Leer-Linea-Manifiesto Until fin-manifiesto
               Close Manifiesto-Bak
           End-If
       .

       Leer-Linea-Manifiesto.
           Read Manifiesto-Bak Next Record
               At End
                   set fin-manifiesto to true
               Not At End
                   If Num-Manifiesto < Max-Manifiesto
                       Add 1 To Num-Manifiesto
                       Move Reg-Manifiesto
                         To Nom-Fic-Manif(Num-Manifiesto)
                   End-If
           End-Read
       .

      *> Elimina del directorio de la empresa los ficheros que no
      *> figuran en el manifiesto de la copia: son los que la
      *> importación fallida llegó a crear.
       Depurar-Ficheros-Extra.
           initialize f-filein
           string Dir-Destino-Bak delimited space
                  Cod-Emp-Bak "*.*" delimited size
             into f-filein

           INITIALIZE RESULT
           MOVE 69 TO FUNCTION-CODE
           MOVE 32 TO F-ATTRIN
           MOVE 0 TO F-ERROR

           MOVE 0 TO F-ACTION
           PERFORM with test after UNTIL F-ERROR not= 0
               move spaces to f-fileout
                       WHEN 016
                           continue
                       WHEN OTHER
                           PERFORM Depurar-Fichero-Extra
                   END-EVALUATE

                   MOVE 1 TO F-ACTION
               end-if
           END-PERFORM

           MOVE 2 TO F-ACTION
           CALL X"91" USING RESULT,
                            FUNCTION-CODE,
                            PARAMETER
       .

       Depurar-Fichero-Extra.
           Set Fichero-En-Manifiesto To False
           Perform Varying Idx-Manifiesto From 1 By 1
                   Until Idx-Manifiesto > Num-Manifiesto
                      or Fichero-En-Manifiesto
               If Nom-Fic-Manif(Idx-Manifiesto) = f-fileout
                   Set Fichero-En-Manifiesto To True
               End-If
           End-Perform

           If Not Fichero-En-Manifiesto
               initialize Nom-Fichero-Bak
               string Dir-Destino-Bak delimited space
                      f-fileout delimited space
                      into Nom-Fichero-Bak
               call "cbl_delete_file" using Nom-Fichero-Bak
           End-If
       .

      *-------------------------------------------------------------
      *> Función "R": deja la empresa del zip exactamente como estaba
      *> antes de la importación fallida, recuperando su copia de
      *> seguridad del buzón de importación.
       Restaurar-Empresa-Backup.
           Move "CR" To Salida
           Move "S" To Op-Exito
           Set Abortar To False

           *> Esta función no pasa por operaciones-iniciales, así que
           *> la identificación de pasada del registro histórico se
           *> prepara aquí; sin ella las incidencias de la
           *> restauración irían al histórico con clave basura.
           accept fecha-run-hist from date yyyymmdd
           accept hora-run-hist from time
           move 0 to seq-hist

           Invoke ObjZip-Imp "GetZip" returning Nom-Zip
           Move Nom-Zip To nom-normalizar
           Perform Normalizar-Nom-Zip
           Move nom-normalizar To Nom-Zip
           Move Nom-Zip (2:5) To Codigo-Empresa-Imp

           *> Una empresa importada con otro código por
           *> correspondencia tiene la copia bajo el código destino
           Perform Cargar-Correspondencias
           Perform Leer-Serie-Cfg-Restaurar
           Move Codigo-Empresa-Imp To Emp-Org-Busq
           If Not Serie-Restaurar-Leida
               Perform Buscar-Corr-Serie-Restaurar
           End-If
           If Not Serie-Restaurar-Leida and Corr-Serie-Restaurar
               *> Con la serie a cero sólo casarían las líneas "*", y
               *> se podría devolver la copia de otra empresa
               Move "EMP" To Cod-Reg-Cfg
               Move Codigo-Empresa-Imp To Cod-Emp-Cfg
               move Codigo-Empresa-Imp to cod-emp-aux
               initialize texto
               string "No se restaura la empresa " cod-emp-aux
                      ": no se ha podido leer el número de serie "
                      "del zip y " FICHERO-CORRESPONDENCIAS
                      " tiene correspondencias por serie para ella."
                      delimited size
                      into texto
               end-string
               move "E" to Inc-Sev-Act
               move 010 to Inc-Cod-Num-Act
               perform grabar-incidencia
               Move "N" To Op-Exito
           Else
               Perform Buscar-Correspondencia
               Move Emp-Des-Busq To Codigo-Empresa-Imp
               Perform Restaurar-Copia-Empresa
           End-If
       .

       Restaurar-Copia-Empresa.

           *> Atribución de empresa para grabar-incidencia, que toma
           *> la empresa del registro de TEXPCFG cuando es un "EMP"
           Move "EMP" To Cod-Reg-Cfg
           Move Codigo-Empresa-Imp To Cod-Emp-Cfg

           Set Backup-Emp-Correcta To True
           Move 0 To Cnt-Fic-Bak

           initialize reg-tecodir
           move Codigo-Empresa-Imp to cod-emp-dir
           call "rr-dir" using reg-tecodir
                               "N"
                               fcd-error
           if fcd-error = "00" or = "9D"
               Move Codigo-Empresa-Imp To Cod-Emp-Bak
               Initialize Dir-Backup-Emp
               String eco-camino-aplicacion delimited spaces
                      "IMPORT\BAK" Cod-Emp-Bak "\" delimited size
                      into Dir-Backup-Emp

               Move Dir-Backup-Emp To Dir-Origen-Bak
               Move cam-acc-dir To Dir-Destino-Bak
               Move "*.*" To Mascara-Bak
               Set Restaurando-Backup To True
               Perform Copiar-Directorio-Backup
               Set Restaurando-Backup To False

               move Codigo-Empresa-Imp to cod-emp-aux
               If Backup-Emp-Correcta and Cnt-Fic-Bak > 0
                   *> Eliminar lo que la importación fallida creó
                   Perform Leer-Manifiesto-Backup
                   If Num-Manifiesto > 0
                       Perform Depurar-Ficheros-Extra
                   End-If
               End-If
               If Backup-Emp-Correcta and Cnt-Fic-Bak > 0
                   initialize texto
                   string "La empresa " cod-emp-aux
                          " se ha restaurado a su estado previo a "
                          "la importación."
                          delimited size
                          into texto
                   end-string
                   move "I" to Inc-Sev-Act
                   move 010 to Inc-Cod-Num-Act
                   perform grabar-incidencia
               Else
                   initialize texto
                   string "No se ha podido restaurar la empresa "
                          cod-emp-aux
                          " desde su copia de seguridad previa."
                          delimited size
                          into texto
                   end-string
                   move "E" to Inc-Sev-Act
                   move 010 to Inc-Cod-Num-Act
                   perform grabar-incidencia
                   Move "N" To Op-Exito
               End-If
           else
               initialize texto
               move Codigo-Empresa-Imp to cod-emp-aux
               string "No se puede restaurar la empresa "
                      cod-emp-aux
                      ": no existe en el directorio de empresas."
                      delimited size
                      into texto
               end-string
               move "E" to Inc-Sev-Act
               move 010 to Inc-Cod-Num-Act
               perform grabar-incidencia
               Move "N" To Op-Exito
           end-if
       .

      *-------------------------------------------------------------
      *> Función "H": consulta del registro histórico de incidencias
      *> filtrando, si se informan, por empresa, severidad, código de
      *> incidencia y rango de fechas. El resultado queda en
      *> HISTINC.TXT junto al propio registro.
       Consultar-Historico.
           Move "CR" To Salida
           Move "S" To Op-Exito
           Move 0 To Tot-Hist-Listadas

           Initialize path-hist-inc
           String eco-camino-acceso-entorno Delimited Spaces
                  "HISTINC.DAT" Delimited Size
                  Into path-hist-inc

           open input hist-inc
           if fcd-error-hin <> "00"
               Move "N" To Op-Exito
           else
               Perform Abrir-Listado-Historico
               If Hist-Listado-Abierto
                   initialize reg-hist-inc
                   move 0 to fec-run-hin
                             hor-run-hin
                             emp-hin
                             seq-hin
                   move spaces to zip-hin
                   start hist-inc key not < clv-hin
                   if fcd-error-hin = "00"
                       set fin-historico to false
                       perform Listar-Linea-Historico
                           until fin-historico
                   end-if

                   Move Tot-Hist-Listadas To num-hist-ed
                   Initialize Reg-Hist-Listado
                   String "Incidencias listadas: " num-hist-ed
                          Delimited Size
                          Into Reg-Hist-Listado
                   Write Reg-Hist-Listado
                   Perform Cerrar-Listado-Historico
               Else
                   Move "N" To Op-Exito
               End-If
               close hist-inc
           end-if
       .

       Listar-Linea-Historico.
           read hist-inc next record
               at end
                   set fin-historico to true
               not at end
                   perform Filtrar-Linea-Historico
                   if Linea-Hist-Pasa
                       add 1 to Tot-Hist-Listadas
                       Initialize Reg-Hist-Listado
                       String fec-run-hin " " hor-run-hin " "
                              zip-hin " " emp-hin " "
                              sev-hin " " cod-hin " "
                              tex-hin(1:120)
                              Delimited Size
                              Into Reg-Hist-Listado
                       Write Reg-Hist-Listado
                   end-if
           end-read
       .

       Filtrar-Linea-Historico.
           set Linea-Hist-Pasa to true
           If Address Of Filtro-Hist-Imp Not = Null
               If Emp-Filtro-Hist Not = 0 and
                  emp-hin Not = Emp-Filtro-Hist
                   set Linea-Hist-Pasa to false
               End-If
               If Sev-Filtro-Hist Not = Space and
                  sev-hin Not = Sev-Filtro-Hist
                   set Linea-Hist-Pasa to false
               End-If
               If Cod-Filtro-Hist Not = 0 and
                  cod-hin Not = Cod-Filtro-Hist
                   set Linea-Hist-Pasa to false
               End-If
               If Fec-Desde-Hist Not = 0 and
                  fec-run-hin < Fec-Desde-Hist
                   set Linea-Hist-Pasa to false
               End-If
               If Fec-Hasta-Hist Not = 0 and
                  fec-run-hin > Fec-Hasta-Hist
                   set Linea-Hist-Pasa to false
               End-If
           End-If
       .

       Abrir-Listado-Historico.
           Set Hist-Listado-Abierto To False
           Initialize path-hist-txt
           String eco-camino-acceso-entorno Delimited Spaces
                  "HISTINC.TXT" Delimited Size
                  Into path-hist-txt

           Open Output Hist-Listado
           If fcd-error-hix = "00"
               Set Hist-Listado-Abierto To True
               Initialize Reg-Hist-Listado
               String "Histórico de incidencias de importación"
                      Delimited Size
                      Into Reg-Hist-Listado
               Write Reg-Hist-Listado
           End-If
       .

       Cerrar-Listado-Historico.
           If Hist-Listado-Abierto
               Close Hist-Listado
               Set Hist-Listado-Abierto To False
           End-If
       .

      *-------------------------------------------------------------
      *> Función "Z": depuración del registro histórico. Elimina las
      *> incidencias de pasadas anteriores a Fec-Desde-Hist (la fecha
      *> límite la calcula el llamador según la retención que tenga
      *> configurada). Sin fecha límite no se depura nada.
       Depurar-Historico.
           Move "CR" To Salida
           Move "S" To Op-Exito
           Move 0 To Tot-Hist-Borradas

           If Address Of Filtro-Hist-Imp = Null
               Move "N" To Op-Exito
           Else
           If Fec-Desde-Hist = 0
               Move "N" To Op-Exito
           Else
               Initialize path-hist-inc
               String eco-camino-acceso-entorno Delimited Spaces
                      "HISTINC.DAT" Delimited Size
                      Into path-hist-inc

               open i-o hist-inc
               if fcd-error-hin <> "00"
                   Move "N" To Op-Exito
               else
                   initialize reg-hist-inc
                   move 0 to fec-run-hin
                             hor-run-hin
                             emp-hin
                             seq-hin
                   move spaces to zip-hin
                   start hist-inc key not < clv-hin
                   if fcd-error-hin = "00"
                       set fin-historico to false
                       perform Depurar-Linea-Historico
                           until fin-historico
                   end-if
                   close hist-inc

                   Perform Abrir-Listado-Historico
                   If Hist-Listado-Abierto
                       Move Tot-Hist-Borradas To num-hist-ed
                       Initialize Reg-Hist-Listado
                       String "Depuración: " num-hist-ed
                              " incidencias eliminadas anteriores a "
                              Fec-Desde-Hist
                              Delimited Size
                              Into Reg-Hist-Listado
                       Write Reg-Hist-Listado
                       Perform Cerrar-Listado-Historico
                   End-If
               end-if
           End-If
           End-If
       .

       Depurar-Linea-Historico.
           read hist-inc next record
               at end
                   set fin-historico to true
               not at end
                   if fec-run-hin < Fec-Desde-Hist
                       delete hist-inc record
                       add 1 to Tot-Hist-Borradas
                   else
                       *> La clave arranca por la fecha: llegados a
                       *> la fecha límite ya no queda nada anterior
                       set fin-historico to true
                   end-if
           end-read
       .
       .

      *-------------------------------------------------------------
      *> Función "L": limpieza del buzón de importación según los
      *> días de retención de IMPORLIM.PAR (ver su descripción junto
      *> a FICHERO-PARAMETROS-LIMP). El listado IMPORLIM.TXT queda en
      *> el propio buzón, como el informe de la cola.
       Limpiar-Buzon.
           Move "CR" To Salida
           Move "S" To Op-Exito
           Initialize Totales-Limp
           Move 0 To Tam-Total-Limp

           accept Fecha-Hoy-Limp from date yyyymmdd
           accept Hora-Hoy-Limp from time
           Move Fecha-Hoy-Limp To Fecha-Calc-Limp
           Perform Calcular-Dias-Limp
           Move Dias-Calc-Limp To Dias-Hoy-Limp

           Perform Leer-Parametros-Limp

           Initialize Dir-Cola
           String eco-camino-aplicacion delimited spaces
                  "IMPORT\" delimited size
                  into Dir-Cola
           If Path-Descompresion-imp = Spaces
               String Dir-Cola delimited spaces
                      "TMP\" delimited size
                      into Path-Descompresion-imp
           End-If
           Move Path-Descompresion-imp To Dir-Tmp-Limp

           Perform Abrir-Listado-Limp
           If Not Listado-Limp-Abierto
               Move "N" To Op-Exito
           Else
               *> Los zips se tratan primero: los que quedan en el
               *> buzón protegen la copia y el temporal de su empresa
               Perform Cargar-Correspondencias
               Perform Archivar-Zips-Limp
               Perform Depurar-Archivo-Limp
               Perform Depurar-Copias-Limp
               Perform Depurar-Temporal-Limp
               Perform Totales-Listado-Limp
               Close Listado-Limp
               Set Listado-Limp-Abierto To False
           End-If

           If Cnt-Err-Limp > 0
               Move "N" To Op-Exito
           End-If

           If Address Of Totales-Limp-Imp Not = Null
               Move Cnt-Zip-Arch-Limp  To Tot-Zips-Limp-Imp
               Move Cnt-Bak-Borr-Limp  To Tot-Bak-Limp-Imp
               Move Cnt-Conv-Borr-Limp To Tot-Conv-Limp-Imp
               Compute Tot-Tmp-Limp-Imp = Cnt-Tmp-Borr-Limp
                                        + Cnt-Arch-Borr-Limp
               Divide Tam-Total-Limp By 1048576
                   Giving Tot-Mb-Limp-Imp
           End-If
       .

      *> Sin fichero, o sin alguna clave, se aplica la retención por
      *> defecto de esa clase.
       Leer-Parametros-Limp.
           Move 1  To Ret-Zips-Limp
           Move 90 To Ret-Archivo-Limp
           Move 30 To Ret-Backup-Limp
           Move 30 To Ret-Conv-Limp
           Move 2  To Ret-Temp-Limp

           Move FICHERO-PARAMETROS-LIMP To path-parametros-limp
           Open Input Parametros-Limp
           If fcd-error-plm = "00"
               Set fin-lectura-plm To False
               Perform Leer-Linea-Parametros-Limp
                   Until fin-lectura-plm
               Close Parametros-Limp
           End-If
       .

       Leer-Linea-Parametros-Limp.
           Read Parametros-Limp Next Record
               At End
                   Set fin-lectura-plm To True
               Not At End
                   Perform Tratar-Linea-Parametros-Limp
           End-Read
       .

       Tratar-Linea-Parametros-Limp.
           If Reg-Parametros-Limp Not = Spaces and
              Reg-Parametros-Limp(1:1) Not = "*"
               Initialize Clave-Limp Valor-Limp
               Unstring Reg-Parametros-Limp
                   Delimited By "="
                   Into Clave-Limp, Valor-Limp
               End-Unstring

               Initialize Texto-Num-Limp
               Move 0 To Lon-Num-Limp
               Unstring Valor-Limp Delimited By Space
                   Into Texto-Num-Limp Count In Lon-Num-Limp
               End-Unstring

               If Lon-Num-Limp > 0 and Lon-Num-Limp < 5
                   If Texto-Num-Limp(1:Lon-Num-Limp) Is Numeric
                       Move Texto-Num-Limp(1:Lon-Num-Limp)
                         To Ret-Aplicar-Limp
                       Evaluate Clave-Limp
                       When "ZIPS"
                           Move Ret-Aplicar-Limp To Ret-Zips-Limp
                       When "ARCHIVO"
                           Move Ret-Aplicar-Limp To Ret-Archivo-Limp
                       When "BACKUP"
                           Move Ret-Aplicar-Limp To Ret-Backup-Limp
                       When "CONVERSION"
                           Move Ret-Aplicar-Limp To Ret-Conv-Limp
                       When "TEMPORAL"
                           Move Ret-Aplicar-Limp To Ret-Temp-Limp
                       End-Evaluate
                   End-If
               End-If
           End-If
       .

      *> Zips del buzón: los que su CFG marca como importados del
      *> todo (el mismo criterio con el que la cola los omite) y
      *> tienen la antigüedad pedida pasan a la carpeta del día del
      *> archivo. Los demás quedan anotados como pendientes.
       Archivar-Zips-Limp.
           Move Dir-Cola To Dir-Explorar-Limp
           Move "*.ZIP" To Mascara-Limp
           Move 32 To Atr-Buscar-Limp
           Perform Explorar-Directorio-Limp

           Move 0 To Num-Pend-Limp
           Set Arch-Dia-Creado To False
           Initialize Dir-Archivo-Limp
           String Dir-Cola delimited spaces
                  DIRECTORIO-ARCHIVO-LIMP delimited size
                  into Dir-Archivo-Limp
           Initialize Dir-Arch-Dia-Limp
           String Dir-Archivo-Limp delimited spaces
                  Fecha-Hoy-Limp "\" delimited size
                  into Dir-Arch-Dia-Limp

           Move Ret-Zips-Limp To Ret-Aplicar-Limp
           Perform Varying Idx-Limp From 1 By 1
                   Until Idx-Limp > Num-Entradas-Limp
               Perform Examinar-Zip-Limp
           End-Perform
       .

       Examinar-Zip-Limp.
           Perform Leer-Cfg-Zip-Limp
           Move Fec-Ent-Limp (Idx-Limp) To Fecha-Calc-Limp
           Perform Comprobar-Antiguedad-Limp

           If Zip-Limp-Importado and Entrada-Caducada
               Perform Archivar-Zip-Limp
           End-If

           If Not Ent-Limp-Archivada (Idx-Limp)
               Add 1 To Num-Pend-Limp
               Move Spaces To Base-Pend-Limp (Num-Pend-Limp)
               Unstring Nom-Ent-Limp (Idx-Limp) Delimited By "."
                   Into Base-Pend-Limp (Num-Pend-Limp)
               End-Unstring
               Move Emp-Ent-Limp (Idx-Limp)
                 To Emp-Pend-Limp (Num-Pend-Limp)
           End-If
       .

      *> Lee el CFG del zip (misma extracción que
      *> Leer-Fecha-Export-Cola): empresa destino, teniendo en cuenta
      *> las correspondencias, y si está importado del todo.
       Leer-Cfg-Zip-Limp.
           Set Zip-Limp-Importado To False
           Move Nom-Ent-Limp (Idx-Limp) (2:5) To Emp-Ent-Limp (Idx-Limp)

           Initialize TEcoczip
           Initialize Nom-Zip-Completo-Cola
           String Dir-Cola Delimited Spaces
                  Nom-Ent-Limp (Idx-Limp) Delimited Spaces
                  Into Nom-Zip-Completo-Cola
           Move Nom-Zip-Completo-Cola To Nom-Zip-WP Of TEcoczip
           Invoke ECoczip "new" Using TEcoczip
                                Returning ObjZip-Fec-Cola

           If ObjZip-Fec-Cola Not = Null
               Initialize Nom-Cf-Cola
               String Nom-Ent-Limp (Idx-Limp) (2:5)
                      Nom-Ent-Limp (Idx-Limp) (8:1)
                      "CF.DAT" Delimited Size
                      Into Nom-Cf-Cola

               Perform Borrar-Cfg-Cola
               Invoke ObjZip-Fec-Cola "SetPathUnZip"
                   Using Path-Descompresion-imp
               Invoke ObjZip-Fec-Cola "UnZipFile" Using Nom-Cf-Cola
                                         Returning Lnk-Op-Exito
               If Lnk-Op-Exito Not = 0
                   Initialize Path-TExpcfg
                   String Path-Descompresion-imp Delimited Spaces
                          Nom-Cf-Cola Delimited Spaces
                          Into Path-TExpcfg
                   Open Input Texpcfg
                   If Fcd-Error = "00"
                       Initialize Reg-Texpcfg
                       Move "EXP" To Cod-Reg-Cfg
                       Read Texpcfg
                       If Fcd-Error = "00"
                           Move nsr-exp-cfg To Serie-Busq-Corr
                           Move Nom-Ent-Limp (Idx-Limp) (2:5)
                             To Emp-Org-Busq
                           Perform Buscar-Correspondencia
                           Move Emp-Des-Busq To Emp-Ent-Limp (Idx-Limp)
                           If Imp-Exp-Cfg = 1
                               Perform Comprobar-Empresas-Cola
                               If Empresas-Cola-Completas
                                   Set Zip-Limp-Importado To True
                               End-If
                           End-If
                       End-If
                       Close Texpcfg
                   End-If
               End-If
               Perform Borrar-Cfg-Cola
               Invoke ObjZip-Fec-Cola "finalize"
                   Returning ObjZip-Fec-Cola
           End-If
       .

       Archivar-Zip-Limp.
           If Not Arch-Dia-Creado
               Move Dir-Archivo-Limp To Dir-Borrar-Limp
               Perform Crear-Directorio-Limp
               Move Dir-Arch-Dia-Limp To Dir-Borrar-Limp
               Perform Crear-Directorio-Limp
               Set Arch-Dia-Creado To True
           End-If

           Initialize Path-Org-Limp
                      Path-Des-Limp
           String Dir-Cola delimited spaces
                  Nom-Ent-Limp (Idx-Limp) delimited spaces
                  into Path-Org-Limp
           String Dir-Arch-Dia-Limp delimited spaces
                  Nom-Ent-Limp (Idx-Limp) delimited spaces
                  into Path-Des-Limp

           Move "ZIP" To Clase-Lis-Limp
           Move Emp-Ent-Limp (Idx-Limp) To Emp-Lis-Limp
           Move Fec-Ent-Limp (Idx-Limp) To Fec-Lis-Limp
           Move Tam-Ent-Limp (Idx-Limp) To Tam-Lis-Limp
           Move Spaces To Motivo-Lis-Limp

           call "CBL_RENAME_FILE" using Path-Org-Limp,
                                         Path-Des-Limp
           If Return-Code = 0
               Move "A" To Est-Ent-Limp (Idx-Limp)
               Add 1 To Cnt-Zip-Arch-Limp
               Add Tam-Ent-Limp (Idx-Limp) To Tam-Zip-Arch-Limp
               Move "ARCHIVADO" To Accion-Lis-Limp
               Move Path-Des-Limp To Objeto-Lis-Limp
           Else
               Add 1 To Cnt-Err-Limp
               Move "ERROR" To Accion-Lis-Limp
               Move Path-Org-Limp To Objeto-Lis-Limp
               Move "no se ha podido mover al archivo"
                 To Motivo-Lis-Limp
           End-If
           Perform Grabar-Linea-Limp
       .

      *> Carpetas aaaammdd del archivo de zips con la antigüedad pedida
       Depurar-Archivo-Limp.
           Move Dir-Archivo-Limp To Dir-Explorar-Limp
           Move "*.*" To Mascara-Limp
           Move 48 To Atr-Buscar-Limp
           Perform Explorar-Directorio-Limp

           Move Ret-Archivo-Limp To Ret-Aplicar-Limp
           Perform Varying Idx-Limp From 1 By 1
                   Until Idx-Limp > Num-Entradas-Limp
               If Ent-Limp-Directorio (Idx-Limp) and
                  Nom-Ent-Limp (Idx-Limp) (1:8) Is Numeric and
                  Nom-Ent-Limp (Idx-Limp) (9:1) = Space
                   Move Nom-Ent-Limp (Idx-Limp) (1:8)
                     To Fecha-Calc-Limp
                   Perform Comprobar-Antiguedad-Limp
                   If Entrada-Caducada
                       Perform Borrar-Carpeta-Archivo-Limp
                   End-If
               End-If
           End-Perform
       .

       Borrar-Carpeta-Archivo-Limp.
           Initialize Dir-Medir-Limp
           String Dir-Archivo-Limp delimited spaces
                  Nom-Ent-Limp (Idx-Limp) delimited spaces
                  "\" delimited size
                  into Dir-Medir-Limp
           Move "*.*" To Mascara-Limp
           Move Spaces To Nom-Ref-Limp
           Perform Medir-Directorio-Limp

           Move "ARCHIVO" To Clase-Lis-Limp
           Move 0 To Emp-Lis-Limp
           Move Fecha-Calc-Limp To Fec-Lis-Limp
           Move Tam-Medido-Limp To Tam-Lis-Limp
           Move Dir-Medir-Limp To Objeto-Lis-Limp
           Move Spaces To Motivo-Lis-Limp

           Move Dir-Medir-Limp To Dir-Borrar-Limp
           Perform Eliminar-Directorio-Limp
           If Lnk-Op-Exito Not = 0
               Add 1 To Cnt-Arch-Borr-Limp
               Add Tam-Medido-Limp To Tam-Arch-Borr-Limp
               Add Tam-Medido-Limp To Tam-Total-Limp
               Move "ELIMINADO" To Accion-Lis-Limp
           Else
               Add 1 To Cnt-Err-Limp
               Move "ERROR" To Accion-Lis-Limp
               Move "no se ha podido eliminar" To Motivo-Lis-Limp
           End-If
           Perform Grabar-Linea-Limp
       .

      *> Copias de seguridad de cada empresa de TECODIR: la de la
      *> conversión se decide al momento por la marca de versión; la
      *> de la importación necesita antes el resultado de la última
      *> importación de la empresa, que da el histórico.
       Depurar-Copias-Limp.
           Move 0 To Num-Empresas-Limp
           initialize reg-tecodir
           move 1 to clave-dir
           call "st-dir" using reg-tecodir
                               ">="
                               clave-dir
                               fcd-error
           if fcd-error = "00"
               set fin-dir-limp to false
               perform Leer-Empresa-Limp until fin-dir-limp
           end-if

           If Num-Empresas-Limp > 0
               Perform Leer-Historico-Limp
               Move Ret-Backup-Limp To Ret-Aplicar-Limp
               Perform Varying Idx-Emp-Limp From 1 By 1
                       Until Idx-Emp-Limp > Num-Empresas-Limp
                   Perform Decidir-Backup-Limp
               End-Perform
           End-If
       .

       Leer-Empresa-Limp.
           call "rn-dir" using reg-tecodir
                               "N"
                               fcd-error
           if error-1 = "0" or fcd-error = "9D"
               Perform Recoger-Backup-Limp
               Perform Revisar-Conversion-Limp
           else
               set fin-dir-limp to true
           end-if
       .

      *> La fecha de la copia es la de su manifiesto, que se graba al
      *> hacerla (los ficheros copiados pueden conservar la suya).
       Recoger-Backup-Limp.
           Move cod-emp-dir To Emp-Mascara-Limp
           Initialize Dir-Medir-Limp
           String eco-camino-aplicacion delimited spaces
                  "IMPORT\BAK" Emp-Mascara-Limp "\" delimited size
                  into Dir-Medir-Limp
           Move "*.*" To Mascara-Limp
           Move "MANIFIES.TXT" To Nom-Ref-Limp
           Perform Medir-Directorio-Limp

           If Fic-Medidos-Limp > 0 and
              Num-Empresas-Limp < Max-Empresas-Limp
               Add 1 To Num-Empresas-Limp
               Move cod-emp-dir To Emp-Bak-Limp (Num-Empresas-Limp)
               If Fec-Ref-Limp Not = 0
                   Move Fec-Ref-Limp To Fec-Bak-Limp (Num-Empresas-Limp)
               Else
                   Move Fec-Medida-Limp
                     To Fec-Bak-Limp (Num-Empresas-Limp)
               End-If
               Move Tam-Medido-Limp To Tam-Bak-Limp (Num-Empresas-Limp)
               Move 0 To Fec-Ult-Limp (Num-Empresas-Limp)
                         Hor-Ult-Limp (Num-Empresas-Limp)
               Move "N" To Err-Ult-Limp (Num-Empresas-Limp)
           End-If
       .

      *> Copia V791\ de la conversión (ficheros nnnnnAAM, AAC y VER
      *> en el directorio de datos de la empresa): sobra cuando la
      *> marca de versión de TECODIR dice que la conversión acabó
      *> bien; si la empresa se restauró, la marca vuelve atrás y la
      *> copia se conserva.
       Revisar-Conversion-Limp.
           Move cod-emp-dir To Emp-Mascara-Limp
           Initialize Dir-Medir-Limp
           String cam-acc-dir delimited spaces
                  DIRECTORIO-BACKUP-CONV delimited size
                  into Dir-Medir-Limp
           Initialize Mascara-Limp
           String Emp-Mascara-Limp "*.*" delimited size
                  into Mascara-Limp
           Initialize Nom-Ref-Limp
           String Emp-Mascara-Limp "VER.DAT" delimited size
                  into Nom-Ref-Limp
           Perform Medir-Directorio-Limp

           If Fic-Medidos-Limp > 0
               If Fec-Ref-Limp Not = 0
                   Move Fec-Ref-Limp To Fecha-Calc-Limp
               Else
                   Move Fec-Medida-Limp To Fecha-Calc-Limp
               End-If
               Move "CONVERSION" To Clase-Lis-Limp
               Move cod-emp-dir To Emp-Lis-Limp
               Move Fecha-Calc-Limp To Fec-Lis-Limp
               Move Tam-Medido-Limp To Tam-Lis-Limp
               Initialize Objeto-Lis-Limp
               String Dir-Medir-Limp delimited spaces
                      Mascara-Limp delimited spaces
                      into Objeto-Lis-Limp
               Move Spaces To Motivo-Lis-Limp

               Move Ret-Conv-Limp To Ret-Aplicar-Limp
               Perform Comprobar-Antiguedad-Limp
               Evaluate True
               When num-ver-dir < VERSION-BACKUP-CONV
                   Add 1 To Cnt-Conv-Cons-Limp
                   Move "CONSERVADO" To Accion-Lis-Limp
                   Move "conversión pendiente o empresa restaurada"
                     To Motivo-Lis-Limp
                   Perform Grabar-Linea-Limp
               When Entrada-Caducada
                   Perform Borrar-Ficheros-Limp
                   If Fic-Medidos-Limp = 0
                       Add 1 To Cnt-Conv-Borr-Limp
                       Add Tam-Lis-Limp To Tam-Conv-Borr-Limp
                       Add Tam-Lis-Limp To Tam-Total-Limp
                       Move "ELIMINADO" To Accion-Lis-Limp
                   Else
                       Add 1 To Cnt-Err-Limp
                       Move "ERROR" To Accion-Lis-Limp
                       Move "no se han podido eliminar todos los "
                         & "ficheros" To Motivo-Lis-Limp
                   End-If
                   Perform Grabar-Linea-Limp
               End-Evaluate
           End-If
       .

      *> Resultado de la última importación de cada empresa con
      *> copia: el histórico va por fecha y hora de pasada, así que
      *> la última pasada leída de la empresa es la que manda. Las
      *> restauraciones (código 010) no son importaciones.
       Leer-Historico-Limp.
           Initialize path-hist-inc
           String eco-camino-acceso-entorno Delimited Spaces
                  "HISTINC.DAT" Delimited Size
                  Into path-hist-inc

           open input hist-inc
           if fcd-error-hin = "00"
               initialize reg-hist-inc
               move 0 to fec-run-hin
                         hor-run-hin
                         emp-hin
                         seq-hin
               move spaces to zip-hin
               start hist-inc key not < clv-hin
               if fcd-error-hin = "00"
                   set fin-historico to false
                   perform Leer-Linea-Historico-Limp
                       until fin-historico
               end-if
               close hist-inc
           end-if
       .

       Leer-Linea-Historico-Limp.
           read hist-inc next record
               at end
                   set fin-historico to true
               not at end
                   if cod-hin not = 010
                       Move emp-hin To Emp-Mascara-Limp
                       Perform Buscar-Empresa-Limp
                       if Empresa-Limp-Hallada
                           Perform Anotar-Historico-Limp
                       end-if
                   end-if
           end-read
       .

       Anotar-Historico-Limp.
           If fec-run-hin Not = Fec-Ult-Limp (Idx-Emp-Limp) or
              hor-run-hin Not = Hor-Ult-Limp (Idx-Emp-Limp)
               Move fec-run-hin To Fec-Ult-Limp (Idx-Emp-Limp)
               Move hor-run-hin To Hor-Ult-Limp (Idx-Emp-Limp)
               Move "N" To Err-Ult-Limp (Idx-Emp-Limp)
           End-If
           If sev-hin = "E"
               Move "S" To Err-Ult-Limp (Idx-Emp-Limp)
           End-If
       .

      *> Búsqueda binaria de Emp-Mascara-Limp en la tabla de empresas
      *> con copia, que está en el orden de código de TECODIR.
       Buscar-Empresa-Limp.
           Set Empresa-Limp-Hallada To False
           Move 1 To Inf-Emp-Limp
           Move Num-Empresas-Limp To Sup-Emp-Limp
           Perform Until Empresa-Limp-Hallada
                      or Inf-Emp-Limp > Sup-Emp-Limp
               Compute Med-Emp-Limp = (Inf-Emp-Limp + Sup-Emp-Limp) / 2
               Evaluate True
               When Emp-Bak-Limp (Med-Emp-Limp) = Emp-Mascara-Limp
                   Move Med-Emp-Limp To Idx-Emp-Limp
                   Set Empresa-Limp-Hallada To True
               When Emp-Bak-Limp (Med-Emp-Limp) < Emp-Mascara-Limp
                   Compute Inf-Emp-Limp = Med-Emp-Limp + 1
               When Med-Emp-Limp = 1
                   Move 0 To Sup-Emp-Limp
               When Other
                   Compute Sup-Emp-Limp = Med-Emp-Limp - 1
               End-Evaluate
           End-Perform
       .

      *> Una copia de importación se conserva, sea cual sea su
      *> antigüedad, mientras la empresa tenga un zip en el buzón
      *> (importación fallida o interrumpida), mientras su última
      *> importación haya dejado errores, o si el histórico no tiene
      *> el resultado de la importación que la hizo.
       Decidir-Backup-Limp.
           Move Emp-Bak-Limp (Idx-Emp-Limp) To Emp-Mascara-Limp
           Set Zip-Pendiente-Limp To False
           Perform Varying Idx-Pend-Limp From 1 By 1
                   Until Idx-Pend-Limp > Num-Pend-Limp
                      or Zip-Pendiente-Limp
               If Emp-Pend-Limp (Idx-Pend-Limp) = Emp-Mascara-Limp
                   Set Zip-Pendiente-Limp To True
               End-If
           End-Perform

           Initialize Dir-Borrar-Limp
           String eco-camino-aplicacion delimited spaces
                  "IMPORT\BAK" Emp-Mascara-Limp "\" delimited size
                  into Dir-Borrar-Limp
           Move "BACKUP" To Clase-Lis-Limp
           Move Emp-Mascara-Limp To Emp-Lis-Limp
           Move Fec-Bak-Limp (Idx-Emp-Limp) To Fec-Lis-Limp
           Move Tam-Bak-Limp (Idx-Emp-Limp) To Tam-Lis-Limp
           Move Dir-Borrar-Limp To Objeto-Lis-Limp
           Move Spaces To Motivo-Lis-Limp
           Move "CONSERVADO" To Accion-Lis-Limp

           Move Fec-Bak-Limp (Idx-Emp-Limp) To Fecha-Calc-Limp
           Perform Comprobar-Antiguedad-Limp

           Evaluate True
           When Zip-Pendiente-Limp
               Move "la empresa tiene un zip pendiente en el buzón"
                 To Motivo-Lis-Limp
           When Err-Ult-Limp (Idx-Emp-Limp) = "S"
               Move "la última importación de la empresa falló"
                 To Motivo-Lis-Limp
           When Fec-Ult-Limp (Idx-Emp-Limp) = 0 or
                Fec-Ult-Limp (Idx-Emp-Limp) <
                Fec-Bak-Limp (Idx-Emp-Limp)
               Move "sin resultado de la importación en el histórico"
                 To Motivo-Lis-Limp
           When Entrada-Caducada
               Perform Eliminar-Directorio-Limp
               If Lnk-Op-Exito Not = 0
                   Add 1 To Cnt-Bak-Borr-Limp
                   Add Tam-Lis-Limp To Tam-Bak-Borr-Limp
                   Add Tam-Lis-Limp To Tam-Total-Limp
                   Move "ELIMINADO" To Accion-Lis-Limp
               Else
                   Add 1 To Cnt-Err-Limp
                   Move "ERROR" To Accion-Lis-Limp
                   Move "no se ha podido eliminar" To Motivo-Lis-Limp
               End-If
           End-Evaluate

           *> Las copias recientes de empresas sin problemas no se
           *> listan: no se ha hecho nada con ellas
           If Motivo-Lis-Limp Not = Spaces or
              Accion-Lis-Limp = "ELIMINADO"
               If Accion-Lis-Limp = "CONSERVADO"
                   Add 1 To Cnt-Bak-Cons-Limp
               End-If
               Perform Grabar-Linea-Limp
           End-If
       .

      *> Directorio temporal: ficheros sueltos y directorios de
      *> descompresión con la antigüedad pedida. El directorio de un
      *> zip que sigue en el buzón se conserva, porque guarda el CFG
      *> con el que se reanuda o se restaura su importación.
       Depurar-Temporal-Limp.
           Move Dir-Tmp-Limp To Dir-Explorar-Limp
           Move "*.*" To Mascara-Limp
           Move 48 To Atr-Buscar-Limp
           Perform Explorar-Directorio-Limp

           Move Ret-Temp-Limp To Ret-Aplicar-Limp
           Perform Varying Idx-Limp From 1 By 1
                   Until Idx-Limp > Num-Entradas-Limp
               If Ent-Limp-Directorio (Idx-Limp)
                   Perform Depurar-Dir-Temporal-Limp
               Else
                   Perform Depurar-Fic-Temporal-Limp
               End-If
           End-Perform
       .

       Depurar-Dir-Temporal-Limp.
           Set Zip-Pendiente-Limp To False
           Perform Varying Idx-Pend-Limp From 1 By 1
                   Until Idx-Pend-Limp > Num-Pend-Limp
                      or Zip-Pendiente-Limp
               If Base-Pend-Limp (Idx-Pend-Limp) =
                  Nom-Ent-Limp (Idx-Limp)
                   Set Zip-Pendiente-Limp To True
               End-If
           End-Perform

           If Not Zip-Pendiente-Limp
               Initialize Dir-Medir-Limp
               String Dir-Tmp-Limp delimited spaces
                      Nom-Ent-Limp (Idx-Limp) delimited spaces
                      "\" delimited size
                      into Dir-Medir-Limp
               Move "*.*" To Mascara-Limp
               Move Spaces To Nom-Ref-Limp
               Perform Medir-Directorio-Limp
               *> Directorio vacío: vale su propia fecha
               If Fec-Medida-Limp = 0
                   Move Fec-Ent-Limp (Idx-Limp) To Fec-Medida-Limp
               End-If
               Move Fec-Medida-Limp To Fecha-Calc-Limp
               Perform Comprobar-Antiguedad-Limp

               If Entrada-Caducada
                   Move "TEMPORAL" To Clase-Lis-Limp
                   Move 0 To Emp-Lis-Limp
                   Move Fec-Medida-Limp To Fec-Lis-Limp
                   Move Tam-Medido-Limp To Tam-Lis-Limp
                   Move Dir-Medir-Limp To Objeto-Lis-Limp
                   Move Spaces To Motivo-Lis-Limp
                   Move Dir-Medir-Limp To Dir-Borrar-Limp
                   Perform Eliminar-Directorio-Limp
                   If Lnk-Op-Exito Not = 0
                       Add 1 To Cnt-Tmp-Borr-Limp
                       Add Tam-Medido-Limp To Tam-Tmp-Borr-Limp
                       Add Tam-Medido-Limp To Tam-Total-Limp
                       Move "ELIMINADO" To Accion-Lis-Limp
                   Else
                       Add 1 To Cnt-Err-Limp
                       Move "ERROR" To Accion-Lis-Limp
                       Move "no se ha podido eliminar"
                         To Motivo-Lis-Limp
                   End-If
                   Perform Grabar-Linea-Limp
               End-If
           End-If
       .

       Depurar-Fic-Temporal-Limp.
           Move Fec-Ent-Limp (Idx-Limp) To Fecha-Calc-Limp
           Perform Comprobar-Antiguedad-Limp
           If Entrada-Caducada
               Initialize Path-Org-Limp
               String Dir-Tmp-Limp delimited spaces
                      Nom-Ent-Limp (Idx-Limp) delimited spaces
                      into Path-Org-Limp
               Move "TEMPORAL" To Clase-Lis-Limp
               Move 0 To Emp-Lis-Limp
               Move Fec-Ent-Limp (Idx-Limp) To Fec-Lis-Limp
               Move Tam-Ent-Limp (Idx-Limp) To Tam-Lis-Limp
               Move Path-Org-Limp To Objeto-Lis-Limp
               Move Spaces To Motivo-Lis-Limp
               call "cbl_delete_file" using Path-Org-Limp
               If Return-Code = 0
                   Add 1 To Cnt-Tmp-Borr-Limp
                   Add Tam-Ent-Limp (Idx-Limp) To Tam-Tmp-Borr-Limp
                   Add Tam-Ent-Limp (Idx-Limp) To Tam-Total-Limp
                   Move "ELIMINADO" To Accion-Lis-Limp
               Else
                   Add 1 To Cnt-Err-Limp
                   Move "ERROR" To Accion-Lis-Limp
                   Move "no se ha podido eliminar" To Motivo-Lis-Limp
               End-If
               Perform Grabar-Linea-Limp
           End-If
       .

      *> Recoge en Tabla-Entradas-Limp las entradas de
      *> Dir-Explorar-Limp que cumplen Mascara-Limp, con su fecha y
      *> su tamaño (Atr-Buscar-Limp 48 incluye los subdirectorios).
       Explorar-Directorio-Limp.
           Move 0 To Num-Entradas-Limp

           initialize f-filein
           string Dir-Explorar-Limp delimited space
                  Mascara-Limp      delimited space
             into f-filein

           INITIALIZE RESULT
           MOVE 69 TO FUNCTION-CODE
           MOVE Atr-Buscar-Limp TO F-ATTRIN
           MOVE 0 TO F-ERROR
           MOVE 0 TO F-ACTION
           PERFORM with test after UNTIL F-ERROR not= 0
                           or Num-Entradas-Limp >= Max-Entradas-Limp
               move spaces to f-fileout
               CALL X"91" USING RESULT,
                                FUNCTION-CODE,
                                PARAMETER
               if F-ERROR = 0
                   PERFORM Recoger-Entrada-Limp
                   MOVE 1 TO F-ACTION
               end-if
           END-PERFORM

           MOVE 2 TO F-ACTION
           CALL X"91" USING RESULT,
                            FUNCTION-CODE,
                            PARAMETER
       .

       Recoger-Entrada-Limp.
           Divide F-ATTROUT By 32 Giving Atr-Cociente-Limp
                                 Remainder Atr-Resto-Limp
           If Atr-Resto-Limp >= 16
               Set Entrada-Es-Dir To True
           Else
               Set Entrada-Es-Dir To False
           End-If

           Evaluate True
           When F-ATTROUT = 008
           When f-fileout(1:1) = "."
               continue
           When Entrada-Es-Dir and Atr-Buscar-Limp < 48
               continue
           When Other
               Add 1 To Num-Entradas-Limp
               Move f-fileout To Nom-Ent-Limp (Num-Entradas-Limp)
               If Entrada-Es-Dir
                   Move "S" To Dir-Ent-Limp (Num-Entradas-Limp)
               Else
                   Move "N" To Dir-Ent-Limp (Num-Entradas-Limp)
               End-If
               Perform Convertir-Fecha-Dos-Limp
               Move Fecha-Calc-Limp To Fec-Ent-Limp (Num-Entradas-Limp)
               Move F-SIZE To Tam-Ent-Limp (Num-Entradas-Limp)
               Move 0 To Emp-Ent-Limp (Num-Entradas-Limp)
               Move Space To Est-Ent-Limp (Num-Entradas-Limp)
           End-Evaluate
       .

      *> Tamaño total, fecha más reciente y número de los ficheros de
      *> Dir-Medir-Limp que cumplen Mascara-Limp; la fecha del que se
      *> llame Nom-Ref-Limp queda además en Fec-Ref-Limp.
       Medir-Directorio-Limp.
           Move 0 To Tam-Medido-Limp
                     Fec-Medida-Limp
                     Fec-Ref-Limp
                     Fic-Medidos-Limp

           initialize f-filein
           string Dir-Medir-Limp delimited space
                  Mascara-Limp   delimited space
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
                           PERFORM Medir-Fichero-Limp
                   END-EVALUATE
                   MOVE 1 TO F-ACTION
               end-if
           END-PERFORM

           MOVE 2 TO F-ACTION
           CALL X"91" USING RESULT,
                            FUNCTION-CODE,
                            PARAMETER
       .

       Medir-Fichero-Limp.
           Add 1 To Fic-Medidos-Limp
           Add F-SIZE To Tam-Medido-Limp
           Perform Convertir-Fecha-Dos-Limp
           If Fecha-Calc-Limp > Fec-Medida-Limp
               Move Fecha-Calc-Limp To Fec-Medida-Limp
           End-If
           If Nom-Ref-Limp Not = Spaces and
              f-fileout(1:20) = Nom-Ref-Limp
               Move Fecha-Calc-Limp To Fec-Ref-Limp
           End-If
       .

      *> Elimina los ficheros de Dir-Medir-Limp que cumplen
      *> Mascara-Limp; Fic-Medidos-Limp queda con los que no se han
      *> podido eliminar.
       Borrar-Ficheros-Limp.
           initialize f-filein
           string Dir-Medir-Limp delimited space
                  Mascara-Limp   delimited space
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
                           PERFORM Borrar-Fichero-Limp
                   END-EVALUATE
                   MOVE 1 TO F-ACTION
               end-if
           END-PERFORM

           MOVE 2 TO F-ACTION
           CALL X"91" USING RESULT,
                            FUNCTION-CODE,
                            PARAMETER
       .

       Borrar-Fichero-Limp.
           initialize Path-Org-Limp
           string Dir-Medir-Limp delimited space
                  f-fileout delimited space
                  into Path-Org-Limp
           call "cbl_delete_file" using Path-Org-Limp
           if return-code = 0 and Fic-Medidos-Limp > 0
               subtract 1 from Fic-Medidos-Limp
           end-if
       .

      *> Creación y eliminación (con todo su contenido) del
      *> directorio Dir-Borrar-Limp, con la misma clase EcocFil que
      *> la copia de seguridad; Lnk-Op-Exito a cero si falla.
       Crear-Directorio-Limp.
           Move Dir-Borrar-Limp To Nom-File-WP Of TEcocLimp
           Move 78-EcocFil-Directory To Tipo-File Of TEcocLimp
           Invoke EcocFil "new" Using TEcocLimp
                                returning ObjDirLimp
           If ObjDirLimp Not = Null
               Invoke ObjDirLimp "CrearDir" returning Lnk-op-Exito
               Invoke ObjDirLimp "finalize" returning ObjDirLimp
           End-If
       .

       Eliminar-Directorio-Limp.
           Move 0 To Lnk-Op-Exito
           Move Dir-Borrar-Limp To Nom-File-WP Of TEcocLimp
           Move 78-EcocFil-Directory To Tipo-File Of TEcocLimp
           Invoke EcocFil "new" Using TEcocLimp
                                returning ObjDirLimp
           If ObjDirLimp Not = Null
               Invoke ObjDirLimp "EliminarFile" returning Lnk-op-Exito
               Invoke ObjDirLimp "finalize" returning ObjDirLimp
           End-If
       .

      *> Antigüedad en días de Fecha-Calc-Limp respecto a hoy; una
      *> fecha que no se ha podido obtener nunca se da por caducada.
       Comprobar-Antiguedad-Limp.
           Set Entrada-Caducada To False
           Perform Calcular-Dias-Limp
           If Dias-Calc-Limp > 0
               Compute Antig-Limp = Dias-Hoy-Limp - Dias-Calc-Limp
               If Antig-Limp >= Ret-Aplicar-Limp
                   Set Entrada-Caducada To True
               End-If
           End-If
       .

      *> Fecha del sistema de ficheros (día, mes y año desde 1980
      *> empaquetados en F-DATE) a aaaammdd en Fecha-Calc-Limp.
       Convertir-Fecha-Dos-Limp.
           Move F-DATE To Fec-Dos-Limp
           Divide Fec-Dos-Limp By 512 Giving Ano-Ant-Limp
                                     Remainder Resto-Dos-Limp
           Compute Ano-Calc-Limp = Ano-Ant-Limp + 1980
           Divide Resto-Dos-Limp By 32 Giving Mes-Calc-Limp
                                       Remainder Dia-Calc-Limp
       .

      *> Número de días de Fecha-Calc-Limp contados desde el año 1;
      *> cero si la fecha no es válida.
       Calcular-Dias-Limp.
           If Ano-Calc-Limp = 0 or
              Mes-Calc-Limp < 1 or Mes-Calc-Limp > 12 or
              Dia-Calc-Limp < 1
               Move 0 To Dias-Calc-Limp
           Else
               Compute Ano-Ant-Limp = Ano-Calc-Limp - 1
               Divide Ano-Ant-Limp By 4 Giving Bis-4-Limp
               Divide Ano-Ant-Limp By 100 Giving Bis-100-Limp
               Divide Ano-Ant-Limp By 400 Giving Bis-400-Limp
               Compute Dias-Calc-Limp = Ano-Ant-Limp * 365
                                      + Bis-4-Limp - Bis-100-Limp
                                      + Bis-400-Limp
                                      + Dias-Acum-Mes (Mes-Calc-Limp)
                                      + Dia-Calc-Limp
               If Mes-Calc-Limp > 2
                   Divide Ano-Calc-Limp By 400 Giving Bis-400-Limp
                                               Remainder Resto-Bis-Limp
                   If Resto-Bis-Limp = 0
                       Add 1 To Dias-Calc-Limp
                   Else
                       Divide Ano-Calc-Limp By 100 Giving Bis-100-Limp
                                               Remainder Resto-Bis-Limp
                       If Resto-Bis-Limp Not = 0
                           Divide Ano-Calc-Limp By 4 Giving Bis-4-Limp
                                               Remainder Resto-Bis-Limp
                           If Resto-Bis-Limp = 0
                               Add 1 To Dias-Calc-Limp
                           End-If
                       End-If
                   End-If
               End-If
           End-If
       .

       Abrir-Listado-Limp.
           Set Listado-Limp-Abierto To False
           Initialize path-listado-limp
           String Dir-Cola Delimited Spaces
                  FICHERO-LISTADO-LIMP Delimited Size
                  Into path-listado-limp

           Open Output Listado-Limp
           If fcd-error-lim = "00"
               Set Listado-Limp-Abierto To True
               Initialize Reg-Listado-Limp
               String "Limpieza del buzón de importación "
                      Fecha-Hoy-Limp " "
                      Hora-Hoy-Limp(1:2) ":" Hora-Hoy-Limp(3:2)
                      Delimited Size
                      Into Reg-Listado-Limp
               Write Reg-Listado-Limp

               Initialize Reg-Listado-Limp
               String "Retención en días: zips " Ret-Zips-Limp
                      ", archivo " Ret-Archivo-Limp
                      ", copias " Ret-Backup-Limp
                      ", conversión " Ret-Conv-Limp
                      ", temporales " Ret-Temp-Limp
                      Delimited Size
                      Into Reg-Listado-Limp
               Write Reg-Listado-Limp

               Move Spaces To Reg-Listado-Limp
               Write Reg-Listado-Limp
               Initialize Reg-Listado-Limp
               String "Clase      Acción      Empresa Fecha   "
                      "        Bytes  Fichero o directorio"
                      Delimited Size
                      Into Reg-Listado-Limp
               Write Reg-Listado-Limp
           End-If
       .

       Grabar-Linea-Limp.
           Move Tam-Lis-Limp To Tam-Ed-Limp
           Initialize Reg-Listado-Limp
           String Clase-Lis-Limp " "
                  Accion-Lis-Limp " "
                  Emp-Lis-Limp "   "
                  Fec-Lis-Limp " "
                  Tam-Ed-Limp "  "
                  Delimited Size
                  Objeto-Lis-Limp Delimited "  "
                  Into Reg-Listado-Limp
           End-String
           Write Reg-Listado-Limp

           If Motivo-Lis-Limp Not = Spaces
               Initialize Reg-Listado-Limp
               String "           motivo: " Motivo-Lis-Limp
                      Delimited Size
                      Into Reg-Listado-Limp
               End-String
               Write Reg-Listado-Limp
           End-If
       .

       Totales-Listado-Limp.
           Move Spaces To Reg-Listado-Limp
           Write Reg-Listado-Limp

           Move Cnt-Zip-Arch-Limp To Num-Ed-Limp
           Move Tam-Zip-Arch-Limp To Tam-Ed-Limp
           Initialize Reg-Listado-Limp
           String "Zips archivados.........: " Num-Ed-Limp
                  "  " Tam-Ed-Limp " bytes (no recuperados)"
                  Delimited Size
                  Into Reg-Listado-Limp
           Write Reg-Listado-Limp

           Move Cnt-Arch-Borr-Limp To Num-Ed-Limp
           Move Tam-Arch-Borr-Limp To Tam-Ed-Limp
           Initialize Reg-Listado-Limp
           String "Carpetas de archivo.....: " Num-Ed-Limp
                  "  " Tam-Ed-Limp " bytes"
                  Delimited Size
                  Into Reg-Listado-Limp
           Write Reg-Listado-Limp

           Move Cnt-Bak-Borr-Limp To Num-Ed-Limp
           Move Tam-Bak-Borr-Limp To Tam-Ed-Limp
           Initialize Reg-Listado-Limp
           String "Copias de importación...: " Num-Ed-Limp
                  "  " Tam-Ed-Limp " bytes"
                  Delimited Size
                  Into Reg-Listado-Limp
           Write Reg-Listado-Limp

           Move Cnt-Conv-Borr-Limp To Num-Ed-Limp
           Move Tam-Conv-Borr-Limp To Tam-Ed-Limp
           Initialize Reg-Listado-Limp
           String "Copias de conversión....: " Num-Ed-Limp
                  "  " Tam-Ed-Limp " bytes"
                  Delimited Size
                  Into Reg-Listado-Limp
           Write Reg-Listado-Limp

           Move Cnt-Tmp-Borr-Limp To Num-Ed-Limp
           Move Tam-Tmp-Borr-Limp To Tam-Ed-Limp
           Initialize Reg-Listado-Limp
           String "Temporales..............: " Num-Ed-Limp
                  "  " Tam-Ed-Limp " bytes"
                  Delimited Size
                  Into Reg-Listado-Limp
           Write Reg-Listado-Limp

           Compute Num-Ed-Limp = Cnt-Bak-Cons-Limp
                               + Cnt-Conv-Cons-Limp
           Initialize Reg-Listado-Limp
           String "Copias conservadas......: " Num-Ed-Limp
                  Delimited Size
                  Into Reg-Listado-Limp
           Write Reg-Listado-Limp

           Move Cnt-Err-Limp To Num-Ed-Limp
           Initialize Reg-Listado-Limp
           String "Errores.................: " Num-Ed-Limp
                  Delimited Size
                  Into Reg-Listado-Limp
           Write Reg-Listado-Limp

           Move Tam-Total-Limp To Tam-Ed-Limp
           Compute Mb-Limp Rounded = Tam-Total-Limp / 1048576
           Move Mb-Limp To Mb-Ed-Limp
           Initialize Reg-Listado-Limp
           String "Espacio recuperado......: " Tam-Ed-Limp
                  " bytes (" Mb-Ed-Limp " MB)"
                  Delimited Size
                  Into Reg-Listado-Limp
           Write Reg-Listado-Limp
       .

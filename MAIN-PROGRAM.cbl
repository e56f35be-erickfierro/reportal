      *               LISTA DE LOS PEORES CASOS POR COSTO             *
      * ACTIVIDAD ASOCIADA : ANTIGUEDAD DE INVENTARIO                 *
      *----------------------------------------------------------------*
      * FECHA       : 15-10-2026                                       *
      * DESCRIPCION : RECEPCION CONTRA ORDENES DE COMPRA (NUEVA        *
      *               OPCION I): EL SUGERIDO, ADEMAS DEL ORDPPPPPP,    *
      *               REGISTRA CADA LINEA EN EL ARCHIVO DE ORDENES     *
      *               ABIERTAS (OCPMTR, CLAVE PROVEEDOR + FECHA DE     *
      *               LA ORDEN + ARTICULO + BODEGA) CON CANTIDAD       *
      *               PEDIDA, COSTO, CANTIDAD RECIBIDA Y ESTADO. EL    *
      *               ARCHIVO DE RECEPCIONES (RECEPC) TRAE CANTIDAD    *
      *               Y COSTO RECIBIDOS POR LINEA, ADMITE RECEPCIONES  *
      *               PARCIALES Y SE POSTEA AL MAESTRO A COSTO         *
      *               PROMEDIO PONDERADO CON BITACORA Y KARDEX DE      *
      *               ORIGEN R. EL REPORTE REPREC MUESTRA POR          *
      *               PROVEEDOR LAS LINEAS CORTAS, CON SOBRANTE Y      *
      *               CON COSTO DIFERENTE, Y LA LISTA DE LINEAS AUN    *
      *               ABIERTAS DESPUES DE LOS DIAS DE ENTREGA DEL      *
      *               PROVEEDOR                                        *
      * ACTIVIDAD ASOCIADA : RECEPCION DE MERCANCIA                    *
      *----------------------------------------------------------------*
      * FECHA       : 15-10-2026                                       *
      * DESCRIPCION : LOTES Y FECHAS DE VENCIMIENTO: ARCHIVO DE LOTES  *
      *               (LOTMTR, CLAVE ARTICULO + BODEGA + VENCIMIENTO   *
      *               + LOTE). EL ARCHIVO EXTERNO TRAE LOTE Y          *
      *               VENCIMIENTO OPCIONALES (MOTIVO 06 SI EL          *
      *               VENCIMIENTO NO ES VALIDO) Y EL AUMENTO DE        *
      *               CANTIDAD SE SUMA AL LOTE; LAS SALIDAS TRAEN      *
      *               LOTE OPCIONAL (MOTIVOS 06 Y 07) Y CONSUMEN LOS   *
      *               LOTES POR VENCIMIENTO, EL MAS ANTIGUO PRIMERO.   *
      *               EL CONTEO FISICO ACEPTA LOTE Y VENCIMIENTO POR   *
      *               REGISTRO (SE TOTALIZA POR ARTICULO + BODEGA Y    *
      *               LOS LOTES SE AJUSTAN AL APLICAR). REPORTE DE     *
      *               VENCIMIENTOS POR BODEGA (NUEVA OPCION J, REPVEN) *
      *               CON LOTES VENCIDOS Y POR VENCER A 30/60/90 DIAS  *
      *               VALORIZADOS AL COSTO. REQUIERE EL NUEVO LAYOUT   *
      *               DE ARCHEXT, RECHEXT, SALIDAS, RECHSAL Y CONTFIS  *
      * ACTIVIDAD ASOCIADA : LOTES Y VENCIMIENTOS                      *
      *----------------------------------------------------------------*
      * FECHA       : 15-10-2026                                       *
      * DESCRIPCION : CUADRE DEL MAESTRO CONTRA HISTORIA Y KARDEX      *
      *               (NUEVA OPCION K, REPORTE REPCUA): SE PARTE DE    *
      *               LA GENERACION HISTNN ELEGIDA COMO SALDO DE       *
      *               APERTURA, SE APLICAN LOS DELTAS DEL KARDEX EN    *
      *               LINEA Y ARCHIVADO POSTERIORES AL CIERRE Y SE     *
      *               COMPARAN CANTIDAD Y COSTO CONTRA INVMTR POR      *
      *               ARTICULO + BODEGA, VALIDANDO ADEMAS LA CANTIDAD  *
      *               ANTERIOR DE CADA MOVIMIENTO CONTRA EL SALDO      *
      *               CORRIDO. CON DESCUADRES TERMINA CON RETORNO 16.  *
      *               EN LOTE LA TARJETA TRAE MES Y FECHA DE CIERRE    *
      * ACTIVIDAD ASOCIADA : CUADRE DE INVENTARIO                      *
      *----------------------------------------------------------------*
      * FECHA       : 15-10-2026                                       *
      * DESCRIPCION : CONTEO CICLICO DIRIGIDO POR ABC: ARCHIVO DE      *
      *               CONTROL DE CONTEO CICLICO (CICMTR, CLAVE         *
      *               ARTICULO + BODEGA) CON CLASE, ULTIMO CONTEO,     *
      *               PROGRAMACION Y EXACTITUD. LA NUEVA OPCION L      *
      *               CLASIFICA CON LOS MISMOS CORTES DEL REPORTE ABC  *
      *               (A MENSUAL, B TRIMESTRAL, C ANUAL), REPARTE LOS  *
      *               CONTEOS EN LOS DIAS HABILES, IMPRIME LA HOJA DE  *
      *               CONTEO CIEGA POR BODEGA (REPCIC) Y DEJA EL       *
      *               ESQUELETO DEL CONTEO (CNTCIC, LAYOUT CONTFIS).   *
      *               EL CONTEO FISICO REGISTRA CADA CLAVE CONTADA Y   *
      *               LA NUEVA OPCION M IMPRIME EL CUMPLIMIENTO        *
      *               (REPCUM) CON CONTEOS OMITIDOS Y EXACTITUD POR    *
      *               CLASE Y BODEGA                                   *
      * ACTIVIDAD ASOCIADA : CONTEO CICLICO                            *
      *----------------------------------------------------------------*
      * FECHA       : 15-10-2026                                       *
      * DESCRIPCION : REVALUACION FORMAL DE COSTOS (NUEVA OPCION N):   *
      *               LEE EL ARCHIVO REVALU (ARTICULO, BODEGA          *
      *               OPCIONAL, COSTO NUEVO Y MOTIVO), IMPRIME LA      *
      *               PRUEBA REPREV CON COSTO ANTERIOR, COSTO NUEVO,   *
      *               EXISTENCIA E IMPACTO EN VALOR Y, CONFIRMADA (O   *
      *               AUTOMATICA EN LOTE), ACTUALIZA EL MAESTRO CON    *
      *               BITACORA Y KARDEX DE ORIGEN V. EL DIARIO         *
      *               CONTABLE LLEVA LINEAS DE REVALUO EN ALZA Y EN    *
      *               BAJA POR TODO CAMBIO DE COSTO SIN CAMBIO DE      *
      *               CANTIDAD. LA ANTIGUEDAD NO TOMA LA REVALUACION   *
      *               COMO MOVIMIENTO                                  *
      * ACTIVIDAD ASOCIADA : REVALUACION DE COSTOS                     *
      *----------------------------------------------------------------*
      * FECHA       : 15-10-2026                                       *
      * DESCRIPCION : TRASLADOS ENTRE BODEGAS CON DOCUMENTO Y          *
      *               MERCADERIA EN TRANSITO (NUEVA OPCION O): EL      *
      *               ARCHIVO TRSMOV TRAE DESPACHOS Y RECEPCIONES POR  *
      *               NUMERO DE DOCUMENTO Y LINEA, QUE QUEDAN EN       *
      *               TRSMTR CON SUS FECHAS. EL DESPACHO PASA LA       *
      *               CANTIDAD DE LA BODEGA ORIGEN A LA BODEGA DE      *
      *               TRANSITO (*TR) DEL MAESTRO; LA RECEPCION LA      *
      *               PASA A LA BODEGA DESTINO Y LA DIFERENCIA SALE    *
      *               DEL TRANSITO COMO PERDIDA (KARDEX DE ORIGEN P).  *
      *               EL REPORTE DE INVENTARIO Y EL CIERRE DE MES      *
      *               MUESTRAN LA MERCADERIA EN TRANSITO APARTE. LA    *
      *               NUEVA OPCION P LISTA LOS TRASLADOS EN TRANSITO   *
      *               PASADOS SUS DIAS DE TRANSITO (REPTRV)            *
      * ACTIVIDAD ASOCIADA : TRASLADOS EN TRANSITO                     *
      *----------------------------------------------------------------*
      * FECHA       : 15-10-2026                                       *
      * DESCRIPCION : MAESTRO DE BODEGAS (BODMTR) CON SU PROPIO        *
      *               MANTENIMIENTO (NUEVA OPCION Q): NOMBRE,          *
      *               RESPONSABLE, BODEGA ACTIVA O CERRADA, SI ADMITE  *
      *               STOCK NEGATIVO Y SI RECIBE CARGAS DEL ARCHIVO    *
      *               EXTERNO. LA CARGA (MOTIVOS 07, 08 Y 09), LAS     *
      *               SALIDAS (MOTIVOS 08 Y 09), EL CONTEO FISICO, EL  *
      *               MANTENIMIENTO Y LOS TRASLADOS RECHAZAN LAS       *
      *               BODEGAS QUE NO EXISTEN O ESTAN CERRADAS. LOS     *
      *               ROTULOS DE BODEGA DE LOS REPORTES MUESTRAN SU    *
      *               NOMBRE                                           *
      * ACTIVIDAD ASOCIADA : MAESTRO DE BODEGAS                        *
      *----------------------------------------------------------------*
      * FECHA       : 15-10-2026                                       *
      * DESCRIPCION : RESERVAS DE STOCK PARA PEDIDOS DE CLIENTES: EL   *
      *               ARCHIVO RSVMTR (CLAVE REFERENCIA DEL PEDIDO +    *
      *               ARTICULO + BODEGA) SE CARGA CON EL ARCHIVO DIARIO*
      *               DE PEDIDOS PEDRSV (NUEVA OPCION R) O UNA A UNA   *
      *               (NUEVA OPCION T). LO COMPROMETIDO POR ARTICULO + *
      *               BODEGA SE LLEVA APARTE EN COMMTR. UNA SALIDA CON *
      *               LA REFERENCIA DE LA RESERVA LA CONSUME Y UNA     *
      *               SALIDA SIN RESERVA SOLO TOMA LO DISPONIBLE       *
      *               (MOTIVO 10). LAS RESERVAS VENCIDAS SE LIBERAN    *
      *               SOLAS. LA CONSULTA DE ARTICULO Y EL SUGERIDO     *
      *               TRABAJAN CON EL DISPONIBLE. LA NUEVA OPCION U    *
      *               LISTA LAS RESERVAS ABIERTAS POR BODEGA Y         *
      *               ANTIGUEDAD (REPRSA)                              *
      * ACTIVIDAD ASOCIADA : RESERVAS DE STOCK                         *
      *----------------------------------------------------------------*
      * FECHA       : 15-10-2026                                       *
      * DESCRIPCION : REPORTE DE ACTIVIDAD POR OPERADOR (NUEVA         *
      *               OPCION V, REPACT) POR OPERADOR, SESION Y RANGO   *
      *               DE FECHAS: LAS ACCIONES DEL LOG DE AUDITORIA     *
      *               CON SU RESULTADO Y CADA CAMBIO DEL MAESTRO DE LA *
      *               BITACORA CON LOS CAMPOS QUE CAMBIARON, CON       *
      *               TOTALES POR OPERADOR. EL LOG DE AUDITORIA LLEVA  *
      *               AHORA LA SESION PARA ENLAZAR LA BITACORA CON EL  *
      *               OPERADOR                                         *
      * ACTIVIDAD ASOCIADA : ACTIVIDAD POR OPERADOR                    *
      *----------------------------------------------------------------*
      * FECHA       : 15-10-2026                                       *
      * DESCRIPCION : ROTACION Y COBERTURA DE INVENTARIO (NUEVA        *
      *               OPCION W, REPROT): CONSUMO PROMEDIO DIARIO POR   *
      *               ARTICULO + BODEGA DE LAS SALIDAS (ORIGEN S) DEL  *
      *               KARDEX EN LINEA Y ARCHIVADO EN UNA VENTANA DE    *
      *               30, 90 O 180 DIAS, DIAS DE COBERTURA, ROTACION   *
      *               CONTRA EL VALOR PROMEDIO DE LAS HISTORIAS        *
      *               HISTNN, FECHA DE QUIEBRE CONTRA LOS DIAS DE      *
      *               ENTREGA, Y MINIMO Y REORDEN SUGERIDOS JUNTO A    *
      *               LOS DEL MAESTRO. PRIMERO VAN LOS QUE SE AGOTAN   *
      *               ANTES DE QUE PUEDA LLEGAR UN PEDIDO              *
      * ACTIVIDAD ASOCIADA : ROTACION Y COBERTURA                      *
      *----------------------------------------------------------------*
      * FECHA       : 15-10-2026                                       *
      * DESCRIPCION : LOS TRASLADOS DEL MANTENIMIENTO Y LOS DESPACHOS  *
      *               CON DOCUMENTO SOLO MUEVEN EL DISPONIBLE (NO LO   *
      *               COMPROMETIDO EN RESERVAS) Y LLEVAN LOS LOTES     *
      *               CON SU VENCIMIENTO A LA BODEGA DESTINO O AL      *
      *               TRANSITO; LA PERDIDA EN TRASLADO DESCUENTA LOS   *
      *               LOTES EN TRANSITO. EL SUGERIDO Y LA RECEPCION    *
      *               CONTROLAN CON INDICADOR SI OCPMTR Y EL MAESTRO   *
      *               DE PROVEEDORES QUEDARON ABIERTOS, EN LUGAR DEL   *
      *               ESTADO DEL ARCHIVO                               *
      * ACTIVIDAD ASOCIADA : TRASLADOS, LOTES Y RECEPCION              *
      *----------------------------------------------------------------*

      *================================================================*
      *                                                                *
               ASSIGN TO "REPANT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WFS-REP-ANTIG.
           SELECT ARCH-ORDEN-ABIERTA
               ASSIGN TO "OCPMTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OAB-CLAVE
               FILE STATUS IS WFS-ORDEN-ABIERTA.
           SELECT ARCH-RECEPCION
               ASSIGN TO "RECEPC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WFS-RECEPCION.
           SELECT ARCH-REP-RECEPCION
               ASSIGN TO "REPREC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WFS-REP-RECEPCION.
           SELECT ARCH-LOTES
               ASSIGN TO "LOTMTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CLAVE
               FILE STATUS IS WFS-LOTES.
           SELECT ARCH-CONTEO-LOTE
               ASSIGN TO "CNTLOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WFS-CONTEO-LOTE.
           SELECT ARCH-REP-VENCE
               ASSIGN TO "REPVEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WFS-REP-VENCE.
           SELECT ARCH-REP-CUADRE
               ASSIGN TO "REPCUA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WFS-REP-CUADRE.
           SELECT ARCH-CICLO
               ASSIGN TO "CICMTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIC-CLAVE
               FILE STATUS IS WFS-CICLO.
           SELECT ARCH-TRABAJO-CICLO
               ASSIGN TO "CICTRA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WFS-TRABAJO-CICLO.
           SELECT ARCH-CONTEO-CICLO
               ASSIGN TO "CNTCIC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WFS-CONTEO-CICLO.
           SELECT ARCH-REP-CICLO
               ASSIGN TO "REPCIC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WFS-REP-CICLO.
           SELECT ARCH-REP-CUMPLE
               ASSIGN TO "REPCUM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WFS-REP-CUMPLE.
           SELECT ARCH-REVALUA
               ASSIGN TO "REVALU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WFS-REVALUA.
           SELECT ARCH-REP-REVALUA
               ASSIGN TO "REPREV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WFS-REP-REVALUA.
           SELECT ARCH-TRASLADO
               ASSIGN TO "TRSMTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRS-CLAVE
               FILE STATUS IS WFS-TRASLADO.
           SELECT ARCH-MOV-TRASLADO
               ASSIGN TO "TRSMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WFS-MOV-TRASLADO.
           SELECT ARCH-REP-TRASLADO
               ASSIGN TO "REPTRS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WFS-REP-TRASLADO.
           SELECT ARCH-REP-TRS-VENCIDO
               ASSIGN TO "REPTRV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WFS-REP-TRS-VENCIDO.
           SELECT ARCH-BODEGAS
               ASSIGN TO "BODMTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOD-COD-BODEGA
               FILE STATUS IS WFS-BODEGAS.
           SELECT ARCH-RESERVAS
               ASSIGN TO "RSVMTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-CLAVE
               FILE STATUS IS WFS-RESERVAS.
           SELECT ARCH-COMPROMETIDO
               ASSIGN TO "COMMTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COM-CLAVE
               FILE STATUS IS WFS-COMPROMETIDO.
           SELECT ARCH-PEDIDOS
               ASSIGN TO "PEDRSV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WFS-PEDIDOS.
           SELECT ARCH-REP-RESERVA
               ASSIGN TO "REPRSV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WFS-REP-RESERVA.
           SELECT ARCH-REP-RSV-ABIERTA
               ASSIGN TO "REPRSA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WFS-REP-RSV-ABIERTA.
           SELECT ARCH-REP-ACTIVIDAD
               ASSIGN TO "REPACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WFS-REP-ACTIVIDAD.
           SELECT ARCH-CONSUMO
               ASSIGN TO "ROTTRA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WFS-CONSUMO.
           SELECT ARCH-REP-ROTACION
               ASSIGN TO "REPROT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WFS-REP-ROTACION.

      *================================================================*
      *             E N V I R O N M E N T   D I V I S I O N            *

       FD  ARCH-EXTERNO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 78 CHARACTERS.
       01  REG-ARCH-EXTERNO.
           COPY INVREG.
           05 EXT-NUM-LOTE                 PIC X(10).
           05 EXT-FECHA-VENCE              PIC X(08).

       FD  ARCH-REPORTE
           LABEL RECORDS ARE STANDARD

       FD  ARCH-AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 118 CHARACTERS.
       01  REG-ARCH-AUDITORIA             PIC X(118).

       FD  ARCH-TRABAJO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 78 CHARACTERS.
       01  REG-ARCH-TRABAJO.
           COPY INVREG
               REPLACING ==REG-COD-ARTICULO== BY ==TRA-COD-ARTICULO==
                         ==REG-COSTO-UNIT==   BY ==TRA-COSTO-UNIT==
                         ==REG-UNIDAD-MEDIDA==
                      BY ==TRA-UNIDAD-MEDIDA==.
           05 TRA-NUM-LOTE                 PIC X(10).
           05 TRA-FECHA-VENCE              PIC X(08).

       SD  ARCH-ORDENAMIENTO.
       01  REG-ORDENAMIENTO.
           05 ORD-CANTIDAD                 PIC 9(07).
           05 ORD-COSTO-UNIT               PIC 9(05)V99.
           05 ORD-UNIDAD-MEDIDA            PIC X(03).
           05 ORD-NUM-LOTE                 PIC X(10).
           05 ORD-FECHA-VENCE              PIC X(08).
       01  REG-ORD-ABC.
           05 ORD-ABC-COSTO-EXT            PIC 9(11)V99.
           05 ORD-ABC-COD-ARTICULO         PIC X(10).
           05 ORD-CNT-COD-ARTICULO         PIC X(10).
           05 ORD-CNT-COD-BODEGA           PIC X(03).
           05 ORD-CNT-CANTIDAD             PIC 9(07).
           05 ORD-CNT-NUM-LOTE             PIC X(10).
           05 ORD-CNT-FECHA-VENCE          PIC X(08).
       01  REG-ORD-ULTMOV.
           05 ORD-UMV-CLAVE.
               10 ORD-UMV-ARTICULO         PIC X(10).
           05 ORD-SUG-COD-BODEGA           PIC X(03).
           05 ORD-SUG-DESCRIPCION          PIC X(30).
           05 ORD-SUG-CANTIDAD             PIC 9(07).
           05 ORD-SUG-COMPROMETIDO         PIC 9(07).
           05 ORD-SUG-MINIMO               PIC 9(07).
           05 ORD-SUG-SUGERIDO             PIC 9(07).
           05 ORD-SUG-COSTO-UNIT           PIC 9(05)V99.
       01  REG-ORD-RECEPCION.
           05 ORD-RCP-COD-PROVEEDOR        PIC X(06).
           05 ORD-RCP-FECHA-ORDEN          PIC 9(08).
           05 ORD-RCP-COD-ARTICULO         PIC X(10).
           05 ORD-RCP-COD-BODEGA           PIC X(03).
           05 ORD-RCP-CANTIDAD             PIC 9(07).
           05 ORD-RCP-COSTO-UNIT           PIC 9(05)V99.
       01  REG-ORD-VENCE.
           05 ORD-VEN-COD-BODEGA           PIC X(03).
           05 ORD-VEN-FECHA-VENCE          PIC 9(08).
           05 ORD-VEN-COD-ARTICULO         PIC X(10).
           05 ORD-VEN-NUM-LOTE             PIC X(10).
           05 ORD-VEN-DESCRIPCION          PIC X(30).
           05 ORD-VEN-CANTIDAD             PIC 9(07).
           05 ORD-VEN-COSTO-UNIT           PIC 9(05)V99.
           05 ORD-VEN-DIAS                 PIC S9(05).
           05 ORD-VEN-RANGO                PIC 9(01).
       01  REG-ORD-CUADRE.
           05 ORD-CUA-CLAVE.
               10 ORD-CUA-COD-ARTICULO     PIC X(10).
               10 ORD-CUA-COD-BODEGA       PIC X(03).
           05 ORD-CUA-TIPO                 PIC X(01).
           05 ORD-CUA-FECHA                PIC 9(08).
           05 ORD-CUA-CANT-ANTERIOR        PIC 9(07).
           05 ORD-CUA-CANTIDAD             PIC 9(07).
           05 ORD-CUA-DELTA                PIC S9(07) SIGN IS LEADING
                                                      SEPARATE.
           05 ORD-CUA-ORIGEN               PIC X(01).
           05 ORD-CUA-COSTO-UNIT           PIC 9(05)V99.
       01  REG-ORD-CICLO.
           05 ORD-CIC-CLASE                PIC X(01).
           05 ORD-CIC-FECHA-ULT            PIC 9(08).
           05 ORD-CIC-CLAVE.
               10 ORD-CIC-COD-ARTICULO     PIC X(10).
               10 ORD-CIC-COD-BODEGA       PIC X(03).
           05 ORD-CIC-DESCRIPCION          PIC X(30).
       01  REG-ORD-CUMPLE.
           05 ORD-CUM-COD-BODEGA           PIC X(03).
           05 ORD-CUM-CLASE                PIC X(01).
           05 ORD-CUM-COD-ARTICULO         PIC X(10).
           05 ORD-CUM-FECHA-ULT            PIC 9(08).
           05 ORD-CUM-FECHA-PROG           PIC 9(08).
           05 ORD-CUM-ESTADO               PIC X(01).
           05 ORD-CUM-CONTEOS              PIC 9(05).
           05 ORD-CUM-EXACTOS              PIC 9(05).
           05 ORD-CUM-OMITIDOS             PIC 9(05).
       01  REG-ORD-RESERVA.
           05 ORD-RSV-COD-BODEGA           PIC X(03).
           05 ORD-RSV-FECHA-RESERVA        PIC 9(08).
           05 ORD-RSV-REFERENCIA           PIC X(10).
           05 ORD-RSV-COD-ARTICULO         PIC X(10).
           05 ORD-RSV-DESCRIPCION          PIC X(30).
           05 ORD-RSV-CANT-PENDIENTE       PIC 9(07).
           05 ORD-RSV-COSTO-UNIT           PIC 9(05)V99.
           05 ORD-RSV-FECHA-VENCE          PIC 9(08).
           05 ORD-RSV-DIAS                 PIC 9(05).
           05 ORD-RSV-RANGO                PIC 9(01).
       01  REG-ORD-ACTIVIDAD.
           05 ORD-ACT-OPERADOR             PIC X(08).
           05 ORD-ACT-SESION               PIC X(14).
           05 ORD-ACT-FECHA                PIC 9(08).
           05 ORD-ACT-HORA                 PIC 9(06).
           05 ORD-ACT-TIPO                 PIC X(01).
               88 ACT-TIPO-CAMBIO                    VALUE '1'.
               88 ACT-TIPO-ACCION                    VALUE '2'.
           05 ORD-ACT-SECUENCIA            PIC 9(07).
           05 ORD-ACT-OPCION               PIC X(30).
           05 ORD-ACT-RESULTADO            PIC X(43).
           05 ORD-ACT-OPERACION            PIC X(01).
           05 ORD-ACT-IMAGEN-ANT           PIC X(89).
           05 ORD-ACT-IMAGEN-NVA           PIC X(89).
       01  REG-ORD-CONSUMO.
           05 ORD-CSM-CLAVE.
               10 ORD-CSM-ARTICULO         PIC X(10).
               10 ORD-CSM-BODEGA           PIC X(03).
           05 ORD-CSM-TIPO                 PIC X(01).
               88 CSM-TIPO-HISTORIA                  VALUE '0'.
               88 CSM-TIPO-SALIDA                    VALUE '1'.
           05 ORD-CSM-CANTIDAD             PIC 9(07).
           05 ORD-CSM-VALOR                PIC 9(11)V99.
       01  REG-ORD-ROTACION.
           05 ORD-ROT-GRUPO                PIC X(01).
               88 ROT-GRUPO-RIESGO                   VALUE '1'.
               88 ROT-GRUPO-CONSUMO                  VALUE '2'.
               88 ROT-GRUPO-SIN-CONSUMO              VALUE '3'.
           05 ORD-ROT-COBERTURA            PIC 9(05).
           05 ORD-ROT-COD-ARTICULO         PIC X(10).
           05 ORD-ROT-COD-BODEGA           PIC X(03).
           05 ORD-ROT-DESCRIPCION          PIC X(30).
           05 ORD-ROT-EXISTENCIA           PIC 9(07).
           05 ORD-ROT-CONSUMO-DIA          PIC 9(07)V99.
           05 ORD-ROT-CON-ROTACION         PIC X(01).
           05 ORD-ROT-ROTACION             PIC 9(03)V99.
           05 ORD-ROT-FECHA-QUIEBRE        PIC 9(08).
           05 ORD-ROT-DIAS-ENTREGA         PIC 9(03).
           05 ORD-ROT-MINIMO               PIC 9(07).
           05 ORD-ROT-MIN-SUGERIDO         PIC 9(07).
           05 ORD-ROT-REORDEN              PIC 9(07).
           05 ORD-ROT-REO-SUGERIDO         PIC 9(07).

       FD  ARCH-CONTROL
           LABEL RECORDS ARE STANDARD

       FD  ARCH-RECHAZOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-ARCH-RECHAZO.
           05 RCH-REGISTRO-ORIGINAL        PIC X(78).
           05 RCH-COD-MOTIVO               PIC X(02).

       FD  ARCH-REP-RECHAZOS

       FD  ARCH-CONTEO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 38 CHARACTERS.
       01  REG-ARCH-CONTEO.
           05 CNT-COD-ARTICULO             PIC X(10).
           05 CNT-COD-BODEGA               PIC X(03).
           05 CNT-CANTIDAD                 PIC 9(07).
           05 CNT-NUM-LOTE                 PIC X(10).
           05 CNT-FECHA-VENCE              PIC X(08).

       FD  ARCH-CONTEO-ORD
           LABEL RECORDS ARE STANDARD

       FD  ARCH-SALIDAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  REG-ARCH-SALIDA.
           05 SAL-COD-ARTICULO             PIC X(10).
           05 SAL-COD-BODEGA               PIC X(03).
           05 SAL-CANTIDAD                 PIC 9(07).
           05 SAL-REFERENCIA               PIC X(10).
           05 SAL-NUM-LOTE                 PIC X(10).

       FD  ARCH-RECH-SALIDAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 42 CHARACTERS.
       01  REG-ARCH-RECH-SALIDA.
           05 RSL-REGISTRO-ORIGINAL        PIC X(40).
           05 RSL-COD-MOTIVO               PIC X(02).

       FD  ARCH-REP-SALIDAS
           05 BCT-PARM-FECHA REDEFINES BCT-PARAMETROS.
               10 BCT-FECHA-PROCESO        PIC X(08).
               10 FILLER                   PIC X(68).
           05 BCT-PARM-CUADRE REDEFINES BCT-PARAMETROS.
               10 BCT-CUA-MES              PIC X(02).
               10 FILLER                   PIC X(01).
               10 BCT-CUA-FECHA            PIC X(08).
               10 FILLER                   PIC X(65).
           05 BCT-PARM-ACTIVIDAD REDEFINES BCT-PARAMETROS.
               10 BCT-ACT-OPERADOR         PIC X(08).
               10 FILLER                   PIC X(01).
               10 BCT-ACT-SESION           PIC X(14).
               10 FILLER                   PIC X(01).
               10 BCT-ACT-DESDE            PIC X(08).
               10 FILLER                   PIC X(01).
               10 BCT-ACT-HASTA            PIC X(08).
               10 FILLER                   PIC X(35).
           05 BCT-PARM-ROTACION REDEFINES BCT-PARAMETROS.
               10 BCT-ROT-VENTANA          PIC X(03).
               10 FILLER                   PIC X(73).

       FD  ARCH-REP-LOTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-ARCH-REP-ANTIG             PIC X(132).

       FD  ARCH-ORDEN-ABIERTA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 57 CHARACTERS.
       01  REG-ARCH-ORDEN-ABIERTA.
           05 OAB-CLAVE.
               10 OAB-COD-PROVEEDOR        PIC X(06).
               10 OAB-FECHA-ORDEN          PIC 9(08).
               10 OAB-COD-ARTICULO         PIC X(10).
               10 OAB-COD-BODEGA           PIC X(03).
           05 OAB-CANT-PEDIDA              PIC 9(07).
           05 OAB-COSTO-UNIT               PIC 9(05)V99.
           05 OAB-CANT-RECIBIDA            PIC 9(07).
           05 OAB-FECHA-ULT-RECEP          PIC 9(08).
           05 OAB-ESTADO                   PIC X(01).
               88 LINEA-ORDEN-ABIERTA                VALUE 'A'.
               88 LINEA-ORDEN-CERRADA                VALUE 'C'.

       FD  ARCH-RECEPCION
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS.
       01  REG-ARCH-RECEPCION.
           05 RCP-COD-PROVEEDOR            PIC X(06).
           05 RCP-FECHA-ORDEN              PIC X(08).
           05 RCP-COD-ARTICULO             PIC X(10).
           05 RCP-COD-BODEGA               PIC X(03).
           05 RCP-CANTIDAD                 PIC 9(07).
           05 RCP-COSTO-UNIT               PIC 9(05)V99.

       FD  ARCH-REP-RECEPCION
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-ARCH-REP-RECEPCION         PIC X(132).

       FD  ARCH-LOTES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS.
       01  REG-ARCH-LOTE.
           05 LOT-CLAVE.
               10 LOT-COD-ARTICULO         PIC X(10).
               10 LOT-COD-BODEGA           PIC X(03).
               10 LOT-FECHA-VENCE          PIC 9(08).
               10 LOT-NUM-LOTE             PIC X(10).
           05 LOT-CANTIDAD                 PIC 9(07).
           05 LOT-FECHA-INGRESO            PIC 9(08).

       FD  ARCH-CONTEO-LOTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 38 CHARACTERS.
       01  REG-ARCH-CONTEO-LOTE.
           05 CLT-CLAVE.
               10 CLT-COD-ARTICULO         PIC X(10).
               10 CLT-COD-BODEGA           PIC X(03).
           05 CLT-CANTIDAD                 PIC 9(07).
           05 CLT-NUM-LOTE                 PIC X(10).
           05 CLT-FECHA-VENCE              PIC X(08).

       FD  ARCH-REP-VENCE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-ARCH-REP-VENCE             PIC X(132).

       FD  ARCH-REP-CUADRE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-ARCH-REP-CUADRE            PIC X(132).

       FD  ARCH-CICLO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS.
       01  REG-ARCH-CICLO.
           05 CIC-CLAVE.
               10 CIC-COD-ARTICULO         PIC X(10).
               10 CIC-COD-BODEGA           PIC X(03).
           05 CIC-CLASE                    PIC X(01).
           05 CIC-FECHA-ULT-CONTEO         PIC 9(08).
           05 CIC-FECHA-PROGRAMADA         PIC 9(08).
           05 CIC-ESTADO                   PIC X(01).
               88 CICLO-SIN-PROGRAMA                 VALUE 'N'.
               88 CICLO-PROGRAMADO                   VALUE 'P'.
               88 CICLO-CONTADO                      VALUE 'C'.
               88 CICLO-OMITIDO                      VALUE 'O'.
           05 CIC-CONTEOS                  PIC 9(05).
           05 CIC-EXACTOS                  PIC 9(05).
           05 CIC-OMITIDOS                 PIC 9(05).

       FD  ARCH-TRABAJO-CICLO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS.
       01  REG-ARCH-TRABAJO-CICLO.
           05 CIT-CLASE                    PIC X(01).
           05 CIT-FECHA-ULT-CONTEO         PIC 9(08).
           05 CIT-COD-ARTICULO             PIC X(10).
           05 CIT-COD-BODEGA               PIC X(03).
           05 CIT-DESCRIPCION              PIC X(30).

       FD  ARCH-CONTEO-CICLO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 38 CHARACTERS.
       01  REG-ARCH-CONTEO-CICLO.
           05 CCI-COD-ARTICULO             PIC X(10).
           05 CCI-COD-BODEGA               PIC X(03).
           05 CCI-CANTIDAD                 PIC X(07).
           05 CCI-NUM-LOTE                 PIC X(10).
           05 CCI-FECHA-VENCE              PIC X(08).

       FD  ARCH-REP-CICLO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-ARCH-REP-CICLO             PIC X(132).

       FD  ARCH-REP-CUMPLE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-ARCH-REP-CUMPLE            PIC X(132).

       FD  ARCH-REVALUA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 22 CHARACTERS.
       01  REG-ARCH-REVALUA.
           05 RVL-COD-ARTICULO             PIC X(10).
           05 RVL-COD-BODEGA               PIC X(03).
           05 RVL-COSTO-NUEVO              PIC 9(05)V99.
           05 RVL-MOTIVO                   PIC X(02).

       FD  ARCH-REP-REVALUA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-ARCH-REP-REVALUA           PIC X(132).

       FD  ARCH-TRASLADO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 75 CHARACTERS.
       01  REG-ARCH-TRASLADO.
           05 TRS-CLAVE.
               10 TRS-NUMERO               PIC X(08).
               10 TRS-LINEA                PIC 9(03).
           05 TRS-COD-ARTICULO             PIC X(10).
           05 TRS-BOD-ORIGEN               PIC X(03).
           05 TRS-BOD-DESTINO              PIC X(03).
           05 TRS-CANT-DESPACHADA          PIC 9(07).
           05 TRS-CANT-RECIBIDA            PIC 9(07).
           05 TRS-CANT-PERDIDA             PIC 9(07).
           05 TRS-COSTO-UNIT               PIC 9(05)V99.
           05 TRS-FECHA-DESPACHO           PIC 9(08).
           05 TRS-FECHA-RECEPCION          PIC 9(08).
           05 TRS-DIAS-TRANSITO            PIC 9(03).
           05 TRS-ESTADO                   PIC X(01).
               88 TRASLADO-EN-TRANSITO               VALUE 'T'.
               88 TRASLADO-RECIBIDO                  VALUE 'R'.

       FD  ARCH-MOV-TRASLADO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 38 CHARACTERS.
       01  REG-ARCH-MOV-TRASLADO.
           05 TRM-TIPO                     PIC X(01).
               88 TRM-DESPACHO                       VALUE 'D'.
               88 TRM-RECEPCION                      VALUE 'R'.
           05 TRM-NUMERO                   PIC X(08).
           05 TRM-LINEA                    PIC 9(03).
           05 TRM-COD-ARTICULO             PIC X(10).
           05 TRM-BOD-ORIGEN               PIC X(03).
           05 TRM-BOD-DESTINO              PIC X(03).
           05 TRM-CANTIDAD                 PIC 9(07).
           05 TRM-DIAS-TRANSITO            PIC 9(03).

       FD  ARCH-REP-TRASLADO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-ARCH-REP-TRASLADO          PIC X(132).

       FD  ARCH-REP-TRS-VENCIDO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-ARCH-REP-TRS-VENCIDO       PIC X(132).

       FD  ARCH-BODEGAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS.
       01  REG-ARCH-BODEGA.
           05 BOD-COD-BODEGA               PIC X(03).
           05 BOD-NOMBRE                   PIC X(30).
           05 BOD-RESPONSABLE              PIC X(30).
           05 BOD-ESTADO                   PIC X(01).
               88 BODEGA-ACTIVA                      VALUE 'A'.
               88 BODEGA-CERRADA                     VALUE 'C'.
           05 BOD-ADMITE-NEGATIVO          PIC X(01).
               88 BODEGA-ADMITE-NEGATIVO             VALUE 'S'.
           05 BOD-RECIBE-CARGA             PIC X(01).
               88 BODEGA-RECIBE-CARGA                VALUE 'S'.

       FD  ARCH-RESERVAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 62 CHARACTERS.
       01  REG-ARCH-RESERVA.
           05 RSV-CLAVE.
               10 RSV-REFERENCIA           PIC X(10).
               10 RSV-COD-ARTICULO         PIC X(10).
               10 RSV-COD-BODEGA           PIC X(03).
           05 RSV-CANT-RESERVADA           PIC 9(07).
           05 RSV-CANT-PENDIENTE           PIC 9(07).
           05 RSV-FECHA-RESERVA            PIC 9(08).
           05 RSV-FECHA-VENCE              PIC 9(08).
           05 RSV-ESTADO                   PIC X(01).
               88 RESERVA-ABIERTA                    VALUE 'A'.
               88 RESERVA-CONSUMIDA                  VALUE 'C'.
               88 RESERVA-LIBERADA                   VALUE 'L'.
               88 RESERVA-ANULADA                    VALUE 'X'.
           05 RSV-FECHA-CIERRE             PIC 9(08).

       FD  ARCH-COMPROMETIDO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS.
       01  REG-ARCH-COMPROMETIDO.
           05 COM-CLAVE.
               10 COM-COD-ARTICULO         PIC X(10).
               10 COM-COD-BODEGA           PIC X(03).
           05 COM-CANT-COMPROMETIDA        PIC 9(07).

       FD  ARCH-PEDIDOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 38 CHARACTERS.
       01  REG-ARCH-PEDIDO.
           05 PED-REFERENCIA               PIC X(10).
           05 PED-COD-ARTICULO             PIC X(10).
           05 PED-COD-BODEGA               PIC X(03).
           05 PED-CANTIDAD                 PIC 9(07).
           05 PED-FECHA-VENCE              PIC 9(08).

       FD  ARCH-REP-RESERVA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-ARCH-REP-RESERVA           PIC X(132).

       FD  ARCH-REP-RSV-ABIERTA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-ARCH-REP-RSV-ABIERTA       PIC X(132).

       FD  ARCH-REP-ACTIVIDAD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-ARCH-REP-ACTIVIDAD         PIC X(132).

       FD  ARCH-CONSUMO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  REG-ARCH-CONSUMO.
           05 CSM-CLAVE                    PIC X(13).
           05 CSM-CANT-SALIDAS             PIC 9(09).
           05 CSM-COSTO-SALIDAS            PIC 9(11)V99.
           05 CSM-VALOR-HISTORIA           PIC 9(13)V99.

       FD  ARCH-REP-ROTACION
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-ARCH-REP-ROTACION          PIC X(132).

      *================================================================*
      *         W O R K I N G   S T O R A G E   S E C T I O N          *
      *================================================================*
           05 WCN-ANT-CORTE-3             PIC 9(03) VALUE 365.
           05 WCN-PEORES-ANTIG            PIC 9(02) VALUE 20.
           05 WCN-PRIMER-ANIO-KDX         PIC 9(04) VALUE 2024.
           05 WCN-BODEGA-TRANSITO         PIC X(03) VALUE '*TR'.
           05 WCN-DIAS-TRANSITO           PIC 9(03) VALUE 3.
           05 WCN-ROT-DIAS-REPOSICION     PIC 9(03) VALUE 30.

      *----------------------------------------------------------------*
      *                   AREA DE VARIABLES AUXILIARES                 *
           05 WFS-JOURNAL                 PIC X(02).
           05 WFS-ULT-MOV                 PIC X(02).
           05 WFS-REP-ANTIG               PIC X(02).
           05 WFS-ORDEN-ABIERTA           PIC X(02).
           05 WFS-RECEPCION               PIC X(02).
           05 WFS-REP-RECEPCION           PIC X(02).
           05 WFS-LOTES                   PIC X(02).
           05 WFS-CONTEO-LOTE             PIC X(02).
           05 WFS-REP-VENCE               PIC X(02).
           05 WFS-REP-CUADRE              PIC X(02).
           05 WFS-CICLO                   PIC X(02).
           05 WFS-TRABAJO-CICLO           PIC X(02).
           05 WFS-CONTEO-CICLO            PIC X(02).
           05 WFS-REP-CICLO               PIC X(02).
           05 WFS-REP-CUMPLE              PIC X(02).
           05 WFS-REVALUA                 PIC X(02).
           05 WFS-REP-REVALUA             PIC X(02).
           05 WFS-TRASLADO                PIC X(02).
           05 WFS-MOV-TRASLADO            PIC X(02).
           05 WFS-REP-TRASLADO            PIC X(02).
           05 WFS-REP-TRS-VENCIDO         PIC X(02).
           05 WFS-BODEGAS                 PIC X(02).
           05 WFS-RESERVAS                PIC X(02).
           05 WFS-COMPROMETIDO            PIC X(02).
           05 WFS-PEDIDOS                 PIC X(02).
           05 WFS-REP-RESERVA             PIC X(02).
           05 WFS-REP-RSV-ABIERTA         PIC X(02).
           05 WFS-REP-ACTIVIDAD           PIC X(02).
           05 WFS-CONSUMO                 PIC X(02).
           05 WFS-REP-ROTACION            PIC X(02).
           05 WCH-FECHA-SISTEMA.
               10 WFC-ANIO                PIC 9(04).
               10 WFC-MES                 PIC 9(02).
           05 WAR-CANT-ASIENTOS           PIC ZZZZ9.
           05 WAR-CANT-RECUPERADOS        PIC ZZZZ9.
           05 WAR-CANT-EVALUADOS          PIC ZZZZ9.
           05 WAR-CANT-RECIBIDAS          PIC ZZZZ9.
           05 WAR-CANT-REC-RECH           PIC ZZZZ9.
           05 WAR-CANT-LOTES              PIC ZZZZ9.
           05 WAR-CANT-CLAVES             PIC ZZZZ9.
           05 WAR-CANT-DESCUADRES         PIC ZZZZ9.
           05 WAR-CANT-PROGRAMADOS        PIC ZZZZ9.
           05 WAR-CANT-OMITIDOS           PIC ZZZZ9.
           05 WAR-CANT-REVALUADAS         PIC ZZZZ9.
           05 WAR-CANT-REV-RECH           PIC ZZZZ9.
           05 WAR-CANT-DESPACHADOS        PIC ZZZZ9.
           05 WAR-CANT-TRS-RECIBIDOS      PIC ZZZZ9.
           05 WAR-CANT-TRS-RECH           PIC ZZZZ9.
           05 WAR-CANT-TRS-VENCIDOS       PIC ZZZZ9.
           05 WAR-CANT-RESERVADAS         PIC ZZZZ9.
           05 WAR-CANT-RSV-RECH           PIC ZZZZ9.
           05 WAR-CANT-RSV-ABIERTAS       PIC ZZZZ9.
           05 WAR-CANT-ACCIONES           PIC ZZZZ9.
           05 WAR-CANT-CAMBIOS-MAE        PIC ZZZZ9.
           05 WAR-CANT-ROT-CLAVES         PIC ZZZZ9.
           05 WAR-CANT-ROT-RIESGO         PIC ZZZZ9.

       01 WCH-AUDIT-FECHA-FMT.
           05 AF-DIA                      PIC 9(02).
           05 LA-OPCION                   PIC X(30).
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 LA-RESULTADO                PIC X(43).
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 LA-SESION                   PIC X(14).

      *----------------------------------------------------------------*
      *           AREA DE MANTENIMIENTO DE INVENTARIO                  *
           05 WZD-PRV-BUSQUEDA            PIC X(06).
           05 WCT-CAMBIOS-PROV            PIC 9(05) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *            AREA DEL MANTENIMIENTO DE BODEGAS                   *
      *----------------------------------------------------------------*
       01 WCH-BODEGAS.
           05 WZD-OPCION-BOD              PIC 9(01).
           05 WZD-OPCION-BOD-ALFA         PIC X(01).
           05 WZD-BOD-RESPUESTA           PIC X(01).
           05 WZD-BOD-VALIDAR             PIC X(03).
           05 WZD-BOD-RESULTADO           PIC X(01).
               88 BOD-VAL-CORRECTA                   VALUE 'S'.
               88 BOD-VAL-NO-EXISTE                  VALUE 'N'.
               88 BOD-VAL-CERRADA                    VALUE 'C'.
           05 WSW-BODEGAS-ABIERTO         PIC X(01) VALUE 'N'.
               88 BODEGAS-ABIERTO                    VALUE 'S'.
           05 WSW-FIN-MANT-BOD            PIC X(01) VALUE 'N'.
               88 FIN-MANT-BOD                       VALUE 'S'.
           05 WCT-CAMBIOS-BOD             PIC 9(05) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *       AREA DEL SUGERIDO DE COMPRA POR PROVEEDOR                *
      *----------------------------------------------------------------*
           05 WCT-SUG-SUBTOT-ARTS         PIC 9(05) COMP VALUE ZERO.
           05 WCT-SUG-SUBTOT-COSTO        PIC 9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      *       AREA DE LA RECEPCION CONTRA ORDENES DE COMPRA            *
      *----------------------------------------------------------------*
       01 WCH-RECEPCION-TRABAJO.
           05 WZD-RCP-PROV-ANTERIOR       PIC X(06).
           05 WZD-RCP-PROVEEDOR           PIC X(06).
           05 WZD-RCP-NOMBRE-PROV         PIC X(30) VALUE SPACES.
           05 WZD-RCP-DIAS-PROV           PIC 9(03) VALUE ZERO.
           05 WZD-RCP-PENDIENTE           PIC S9(07) VALUE ZERO.
           05 WZD-RCP-DIFERENCIA          PIC S9(07) VALUE ZERO.
           05 WZD-RCP-ESTADO.
               10 WZD-RCP-ESTADO-CANT     PIC X(12) VALUE SPACES.
               10 WZD-RCP-ESTADO-COSTO    PIC X(18) VALUE SPACES.
           05 WZD-RCP-ANIO                PIC 9(04) VALUE ZERO.
           05 WZD-RCP-MES                 PIC 9(02) VALUE ZERO.
           05 WZD-RCP-DIA                 PIC 9(02) VALUE ZERO.
           05 WZD-RCP-DIAS-TRANSC         PIC S9(05) VALUE ZERO.
           05 WZD-RCP-DIAS-ATRASO         PIC S9(05) VALUE ZERO.
           05 WCT-RCP-LEIDAS              PIC 9(07) COMP VALUE ZERO.
           05 WCT-RCP-INVALIDAS           PIC 9(05) COMP VALUE ZERO.
           05 WCT-RCP-APLICADAS           PIC 9(07) COMP VALUE ZERO.
           05 WCT-RCP-RECHAZADAS          PIC 9(05) COMP VALUE ZERO.
           05 WCT-RCP-CORTAS              PIC 9(05) COMP VALUE ZERO.
           05 WCT-RCP-SOBRANTES           PIC 9(05) COMP VALUE ZERO.
           05 WCT-RCP-COSTO-DIF           PIC 9(05) COMP VALUE ZERO.
           05 WCT-RCP-VENCIDAS            PIC 9(05) COMP VALUE ZERO.
           05 WCT-RCP-VALOR-RECIBIDO      PIC 9(13)V99 VALUE ZERO.
           05 WCT-RCP-VALOR-VENCIDO       PIC 9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      *            AREA DE LOTES Y FECHAS DE VENCIMIENTO               *
      *----------------------------------------------------------------*
       01 WCH-LOTES-TRABAJO.
           05 WZD-LOT-COD-ARTICULO        PIC X(10).
           05 WZD-LOT-COD-BODEGA          PIC X(03).
           05 WZD-LOT-NUM-LOTE            PIC X(10).
           05 WZD-LOT-FECHA-VENCE         PIC 9(08) VALUE ZERO.
           05 WZD-LOT-CANTIDAD            PIC 9(07) VALUE ZERO.
           05 WZD-LOT-POR-CONSUMIR        PIC 9(07) VALUE ZERO.
           05 WZD-LOT-DESCUENTO           PIC 9(07) VALUE ZERO.
           05 WZD-LOT-DELTA               PIC S9(08) VALUE ZERO.
           05 WZD-LOT-ANIO                PIC 9(04) VALUE ZERO.
           05 WZD-LOT-MES                 PIC 9(02) VALUE ZERO.
           05 WZD-LOT-DIA                 PIC 9(02) VALUE ZERO.
           05 WZD-LOT-DIAS-VENCE          PIC S9(07) VALUE ZERO.
           05 WZD-LOT-RANGO               PIC 9(01) VALUE ZERO.
           05 WZD-LOT-IDX                 PIC 9(02) COMP VALUE ZERO.
           05 WZD-LOT-BOD-ANTERIOR        PIC X(03).
           05 WZD-LOT-VALOR               PIC 9(11)V99 VALUE ZERO.
           05 WSW-FIN-LOTES               PIC X(01) VALUE 'N'.
               88 FIN-LOTES                          VALUE 'S'.
           05 WSW-LOTES-ABIERTO           PIC X(01) VALUE 'N'.
               88 LOTES-DISPONIBLES                  VALUE 'S'.
           05 WSW-CLAVE-CONTEO-VALIDA     PIC X(01) VALUE 'N'.
               88 CLAVE-CONTEO-VALIDA                VALUE 'S'.
           05 WSW-LOTE-ENCONTRADO         PIC X(01) VALUE 'N'.
               88 LOTE-ENCONTRADO                    VALUE 'S'.
           05 WSW-LOTE-SALIDA             PIC X(01) VALUE 'S'.
               88 LOTE-SALIDA-VALIDO                 VALUE 'S'.
               88 LOTE-SALIDA-NO-EXISTE              VALUE 'N'.
               88 LOTE-SALIDA-SIN-SALDO              VALUE 'X'.
           05 WSW-FIN-CONTEO-LOTE         PIC X(01) VALUE 'N'.
               88 FIN-CONTEO-LOTE                    VALUE 'S'.
           05 WSW-ERROR-VENCE             PIC X(01) VALUE 'N'.
               88 ERROR-VENCE                        VALUE 'S'.
           05 WCT-LOT-CREADOS             PIC 9(07) COMP VALUE ZERO.
           05 WCT-LOT-ACTUALIZADOS        PIC 9(07) COMP VALUE ZERO.
           05 WCT-LOT-AGOTADOS            PIC 9(07) COMP VALUE ZERO.
           05 WCT-LOT-AJUSTADOS           PIC 9(07) COMP VALUE ZERO.
           05 WCT-LOT-IMPRESOS            PIC 9(07) COMP VALUE ZERO.

       01 WCH-VEN-RANGO-VALORES.
           05 FILLER                      PIC X(20)
               VALUE 'YA VENCIDOS'.
           05 FILLER                      PIC X(20)
               VALUE 'VENCEN EN 0-30 DIAS'.
           05 FILLER                      PIC X(20)
               VALUE 'VENCEN EN 31-60 DIAS'.
           05 FILLER                      PIC X(20)
               VALUE 'VENCEN EN 61-90 DIAS'.
       01 WCH-VEN-RANGO-TABLA REDEFINES WCH-VEN-RANGO-VALORES.
           05 VEN-RANGO-NOMBRE            PIC X(20) OCCURS 4 TIMES.

       01 WCH-VEN-CONTADORES.
           05 VEN-SUB-ENTRADA OCCURS 4 TIMES.
               10 VEN-SUB-LOTES           PIC 9(07) COMP.
               10 VEN-SUB-UNIDADES        PIC 9(09) COMP.
               10 VEN-SUB-VALOR           PIC 9(13)V99.
           05 VEN-TOT-ENTRADA OCCURS 4 TIMES.
               10 VEN-TOT-LOTES           PIC 9(07) COMP.
               10 VEN-TOT-UNIDADES        PIC 9(09) COMP.
               10 VEN-TOT-VALOR           PIC 9(13)V99.

       01 WCH-CNT-LOTES-TABLA.
           05 WZD-CLT-OCUPADAS            PIC 9(02) COMP VALUE ZERO.
           05 WZD-CLT-IDX                 PIC 9(02) COMP VALUE ZERO.
           05 WCH-CLT-CLAVE-ACTUAL        PIC X(13).
           05 CLT-TAB-ENTRADA OCCURS 50 TIMES.
               10 CLT-TAB-LOTE            PIC X(10).
               10 CLT-TAB-VENCE           PIC 9(08).
               10 CLT-TAB-CANTIDAD        PIC 9(07).
               10 CLT-TAB-APLICADO        PIC X(01).

       01 WCH-TRP-LOTES-TABLA.
           05 WZD-TRP-OCUPADAS            PIC 9(02) COMP VALUE ZERO.
           05 WZD-TRP-IDX                 PIC 9(02) COMP VALUE ZERO.
           05 WZD-TRP-BOD-DESTINO         PIC X(03).
           05 WSW-TRP-ANOTAR              PIC X(01) VALUE 'N'.
               88 TRP-ANOTAR                         VALUE 'S'.
           05 TRP-TAB-ENTRADA OCCURS 50 TIMES.
               10 TRP-TAB-LOTE            PIC X(10).
               10 TRP-TAB-VENCE           PIC 9(08).
               10 TRP-TAB-CANTIDAD        PIC 9(07).

      *----------------------------------------------------------------*
      *      AREA DEL CUADRE DEL MAESTRO CONTRA HISTORIA Y KARDEX      *
      *----------------------------------------------------------------*
       01 WCH-CUADRE-TRABAJO.
           05 WZD-CUA-MES-ALFA            PIC X(02).
           05 WZD-CUA-FECHA-ALFA          PIC X(08).
           05 WZD-CUA-FECHA-PARM          PIC 9(08) VALUE ZERO.
           05 WZD-CUA-FECHA-CIERRE        PIC 9(08) VALUE ZERO.
           05 WZD-CUA-ANIO-CIERRE         PIC 9(04) VALUE ZERO.
           05 WZD-CUA-CLAVE-ANTERIOR.
               10 WZD-CUA-ART-ANTERIOR    PIC X(10).
               10 WZD-CUA-BOD-ANTERIOR    PIC X(03).
           05 WZD-CUA-CANT-RECONSTRUIDA   PIC S9(09) VALUE ZERO.
           05 WZD-CUA-CANT-CORRIENTE      PIC S9(09) VALUE ZERO.
           05 WZD-CUA-COSTO-ESPERADO      PIC 9(05)V99 VALUE ZERO.
           05 WZD-CUA-CANT-MAESTRO        PIC 9(07) VALUE ZERO.
           05 WZD-CUA-COSTO-MAESTRO       PIC 9(05)V99 VALUE ZERO.
           05 WSW-CUA-CON-BASE            PIC X(01) VALUE 'N'.
               88 CUA-CON-BASE                       VALUE 'S'.
           05 WSW-CUA-EN-MAESTRO          PIC X(01) VALUE 'N'.
               88 CUA-EN-MAESTRO                     VALUE 'S'.
           05 WSW-ERROR-CUADRE            PIC X(01) VALUE 'N'.
               88 ERROR-CUADRE                       VALUE 'S'.
           05 WCT-CUA-HISTORIA            PIC 9(07) COMP VALUE ZERO.
           05 WCT-CUA-MOVIMIENTOS         PIC 9(07) COMP VALUE ZERO.
           05 WCT-CUA-CLAVES              PIC 9(07) COMP VALUE ZERO.
           05 WCT-CUA-DESC-CANTIDAD       PIC 9(05) COMP VALUE ZERO.
           05 WCT-CUA-DESC-COSTO          PIC 9(05) COMP VALUE ZERO.
           05 WCT-CUA-DESC-SALDO          PIC 9(05) COMP VALUE ZERO.
           05 WCT-CUA-SIN-MAESTRO         PIC 9(05) COMP VALUE ZERO.
           05 WCT-CUA-DESCUADRES          PIC 9(05) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *              AREA DEL CONTEO CICLICO POR ABC                   *
      *----------------------------------------------------------------*
       01 WCH-CICLO-TRABAJO.
           05 WZD-CIC-HOY                 PIC 9(08) VALUE ZERO.
           05 WZD-CIC-FECHA-CALC          PIC 9(08) VALUE ZERO.
           05 WZD-CIC-FECHA-PARTES REDEFINES WZD-CIC-FECHA-CALC.
               10 WZD-CIC-ANIO            PIC 9(04).
               10 WZD-CIC-MES             PIC 9(02).
               10 WZD-CIC-DIA             PIC 9(02).
           05 WZD-CIC-DIA-SEMANA          PIC 9(01) VALUE ZERO.
           05 WZD-CIC-DIAS                PIC S9(07) VALUE ZERO.
           05 WZD-CIC-CLASE               PIC X(01).
           05 WZD-CIC-IDX                 PIC 9(02) COMP VALUE ZERO.
           05 WZD-CIC-BOD-ANTERIOR        PIC X(03).
           05 WZD-CIC-OMITIDOS-CLAVE      PIC 9(05) VALUE ZERO.
           05 WZD-CIC-PORC                PIC 9(03)V99 VALUE ZERO.
           05 WSW-CICLO-ABIERTO           PIC X(01) VALUE 'N'.
               88 CICLO-DISPONIBLE                   VALUE 'S'.
           05 WSW-FIN-CICLO               PIC X(01) VALUE 'N'.
               88 FIN-CICLO                          VALUE 'S'.
           05 WSW-FIN-TRABAJO-CICLO       PIC X(01) VALUE 'N'.
               88 FIN-TRABAJO-CICLO                  VALUE 'S'.
           05 WSW-ERROR-CICLO             PIC X(01) VALUE 'N'.
               88 ERROR-CICLO                        VALUE 'S'.
           05 WSW-CIC-VENCIDA             PIC X(01) VALUE 'N'.
               88 CIC-CLAVE-VENCIDA                  VALUE 'S'.
           05 WSW-CIC-EXISTE              PIC X(01) VALUE 'N'.
               88 CIC-CLAVE-EXISTE                   VALUE 'S'.
           05 WCT-CIC-PROGRAMADAS         PIC 9(07) COMP VALUE ZERO.
           05 WCT-CIC-OMITIDAS            PIC 9(07) COMP VALUE ZERO.
           05 WCT-CIC-REGISTRADAS         PIC 9(07) COMP VALUE ZERO.
           05 WCT-CIC-HOJA-BODEGA         PIC 9(05) COMP VALUE ZERO.
           05 WCT-CIC-LISTADAS            PIC 9(07) COMP VALUE ZERO.

      *    FRECUENCIA POR CLASE: DIAS HABILES DEL CICLO (PARA REPARTIR
      *    LOS CONTEOS) Y DIAS CALENDARIO 30/360 ENTRE CONTEOS
       01 WCH-CIC-CLASE-VALORES.
           05 FILLER                      PIC X(17)
               VALUE 'A021030CLASE A   '.
           05 FILLER                      PIC X(17)
               VALUE 'B063090CLASE B   '.
           05 FILLER                      PIC X(17)
               VALUE 'C250360CLASE C   '.
           05 FILLER                      PIC X(17)
               VALUE ' 000000SIN CLASE '.
       01 WCH-CIC-CLASE-TABLA REDEFINES WCH-CIC-CLASE-VALORES.
           05 CIC-CLASE-ENTRADA OCCURS 4 TIMES.
               10 CIC-CLA-CODIGO          PIC X(01).
               10 CIC-CLA-HABILES         PIC 9(03).
               10 CIC-CLA-DIAS            PIC 9(03).
               10 CIC-CLA-NOMBRE          PIC X(10).

       01 WCH-CIC-CONTADORES.
           05 CIC-PLAN-ENTRADA OCCURS 4 TIMES.
               10 CIC-PLN-CLAVES          PIC 9(07) COMP.
               10 CIC-PLN-CUOTA           PIC 9(07) COMP.
               10 CIC-PLN-ELEGIDAS        PIC 9(07) COMP.
           05 CIC-SUB-ENTRADA OCCURS 4 TIMES.
               10 CIC-SUB-CLAVES          PIC 9(07) COMP.
               10 CIC-SUB-CONTEOS         PIC 9(07) COMP.
               10 CIC-SUB-EXACTOS         PIC 9(07) COMP.
               10 CIC-SUB-OMITIDOS        PIC 9(07) COMP.
           05 CIC-TOT-ENTRADA OCCURS 4 TIMES.
               10 CIC-TOT-CLAVES          PIC 9(07) COMP.
               10 CIC-TOT-CONTEOS         PIC 9(07) COMP.
               10 CIC-TOT-EXACTOS         PIC 9(07) COMP.
               10 CIC-TOT-OMITIDOS        PIC 9(07) COMP.

      *----------------------------------------------------------------*
      *               AREA DE LA REVALUACION DE COSTOS                 *
      *----------------------------------------------------------------*
       01 WCH-REVALUA-TRABAJO.
           05 WZD-REV-IMPACTO             PIC S9(13)V99 VALUE ZERO.
           05 WZD-REV-NETO                PIC S9(13)V99 VALUE ZERO.
           05 WZD-REV-ESTADO              PIC X(30).
           05 WSW-FIN-REVALUA             PIC X(01) VALUE 'N'.
               88 FIN-REVALUA                        VALUE 'S'.
           05 WSW-ERROR-REVALUA           PIC X(01) VALUE 'N'.
               88 ERROR-REVALUA                      VALUE 'S'.
           05 WSW-REV-APLICANDO           PIC X(01) VALUE 'N'.
               88 REV-APLICANDO                      VALUE 'S'.
           05 WCT-REV-LEIDAS              PIC 9(07) COMP VALUE ZERO.
           05 WCT-REV-CLAVES              PIC 9(07) COMP VALUE ZERO.
           05 WCT-REV-SIN-CAMBIO          PIC 9(07) COMP VALUE ZERO.
           05 WCT-REV-RECHAZADAS          PIC 9(07) COMP VALUE ZERO.
           05 WCT-REV-APLICADAS           PIC 9(07) COMP VALUE ZERO.
           05 WCT-REV-CLAVES-LINEA        PIC 9(05) COMP VALUE ZERO.
           05 WCT-REV-ALZA                PIC 9(13)V99 VALUE ZERO.
           05 WCT-REV-BAJA                PIC 9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      *        AREA DE LOS TRASLADOS CON MERCADERIA EN TRANSITO        *
      *----------------------------------------------------------------*
       01 WCH-TRASLADO-TRABAJO.
           05 WZD-TRS-IMAGEN              PIC X(89).
           05 WZD-TRS-TIPO                PIC X(09).
           05 WZD-TRS-ESTADO              PIC X(38).
           05 WZD-TRS-SALDO               PIC 9(07) VALUE ZERO.
           05 WZD-TRS-RECIBIDA            PIC 9(07) VALUE ZERO.
           05 WZD-TRS-PERDIDA             PIC 9(07) VALUE ZERO.
           05 WZD-TRS-ANIO                PIC 9(04) VALUE ZERO.
           05 WZD-TRS-MES                 PIC 9(02) VALUE ZERO.
           05 WZD-TRS-DIA                 PIC 9(02) VALUE ZERO.
           05 WZD-TRS-DIAS-TRANSC         PIC S9(05) VALUE ZERO.
           05 WZD-TRS-DIAS-ATRASO         PIC S9(05) VALUE ZERO.
           05 WSW-FIN-MOV-TRASLADO        PIC X(01) VALUE 'N'.
               88 FIN-MOV-TRASLADO                   VALUE 'S'.
           05 WSW-FIN-TRASLADO            PIC X(01) VALUE 'N'.
               88 FIN-TRASLADO                       VALUE 'S'.
           05 WSW-ERROR-TRASLADO          PIC X(01) VALUE 'N'.
               88 ERROR-TRASLADO                     VALUE 'S'.
           05 WCT-TRS-LEIDOS              PIC 9(07) COMP VALUE ZERO.
           05 WCT-TRS-DESPACHADOS         PIC 9(05) COMP VALUE ZERO.
           05 WCT-TRS-RECIBIDOS           PIC 9(05) COMP VALUE ZERO.
           05 WCT-TRS-CON-PERDIDA         PIC 9(05) COMP VALUE ZERO.
           05 WCT-TRS-RECHAZADOS          PIC 9(05) COMP VALUE ZERO.
           05 WCT-TRS-ABIERTOS            PIC 9(05) COMP VALUE ZERO.
           05 WCT-TRS-VENCIDOS            PIC 9(05) COMP VALUE ZERO.
           05 WCT-TRS-VALOR-DESPACHADO    PIC 9(13)V99 VALUE ZERO.
           05 WCT-TRS-VALOR-PERDIDO       PIC 9(13)V99 VALUE ZERO.
           05 WCT-TRS-VALOR-TRANSITO      PIC 9(13)V99 VALUE ZERO.
           05 WCT-TRS-VALOR-VENCIDO       PIC 9(13)V99 VALUE ZERO.
           05 WCT-TRN-CANTIDAD            PIC 9(09) COMP VALUE ZERO.
           05 WCT-TRN-COSTO               PIC 9(11)V99 VALUE ZERO.
           05 WZD-TRN-COSTO-EDIT          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
      *        AREA DE LAS RESERVAS DE STOCK PARA PEDIDOS              *
      *----------------------------------------------------------------*
       01 WCH-RESERVAS-TRABAJO.
           05 WZD-OPCION-RSV              PIC 9(01).
           05 WZD-OPCION-RSV-ALFA         PIC X(01).
           05 WZD-RSV-ACCION              PIC X(01).
               88 RSV-ACCION-CARGA                   VALUE 'F'.
               88 RSV-ACCION-ADICIONAR               VALUE 'A'.
               88 RSV-ACCION-CAMBIAR                 VALUE 'C'.
           05 WZD-RSV-ESTADO              PIC X(38).
           05 WZD-RSV-COM-CLAVE.
               10 WZD-RSV-COM-ARTICULO    PIC X(10).
               10 WZD-RSV-COM-BODEGA      PIC X(03).
           05 WZD-RSV-COMPROMETIDO        PIC 9(07) VALUE ZERO.
           05 WZD-RSV-PROPIA              PIC 9(07) VALUE ZERO.
           05 WZD-RSV-CONSUMIDA           PIC 9(07) VALUE ZERO.
           05 WZD-RSV-NUEVA-PENDIENTE     PIC 9(07) VALUE ZERO.
           05 WZD-RSV-DISPONIBLE          PIC S9(08) VALUE ZERO.
           05 WZD-RSV-DELTA               PIC S9(08) VALUE ZERO.
           05 WZD-RSV-ANIO                PIC 9(04) VALUE ZERO.
           05 WZD-RSV-MES                 PIC 9(02) VALUE ZERO.
           05 WZD-RSV-DIA                 PIC 9(02) VALUE ZERO.
           05 WZD-RSV-DIAS                PIC S9(05) VALUE ZERO.
           05 WZD-RSV-RANGO               PIC 9(01) VALUE ZERO.
           05 WZD-RSV-IDX                 PIC 9(02) COMP VALUE ZERO.
           05 WZD-RSV-VALOR               PIC 9(11)V99 VALUE ZERO.
           05 WZD-RSV-BOD-ANTERIOR        PIC X(03).
           05 WAR-RSV-DISPONIBLE          PIC -Z.ZZZ.ZZ9.
           05 WSW-RESERVAS-ABIERTO        PIC X(01) VALUE 'N'.
               88 RESERVAS-ABIERTO                   VALUE 'S'.
           05 WSW-COMPROMETIDO-ABIERTO    PIC X(01) VALUE 'N'.
               88 COMPROMETIDO-ABIERTO               VALUE 'S'.
           05 WSW-PEDIDO-RECHAZADO        PIC X(01) VALUE 'N'.
               88 PEDIDO-RECHAZADO                   VALUE 'S'.
           05 WSW-FIN-PEDIDOS             PIC X(01) VALUE 'N'.
               88 FIN-PEDIDOS                        VALUE 'S'.
           05 WSW-FIN-RESERVAS            PIC X(01) VALUE 'N'.
               88 FIN-RESERVAS                       VALUE 'S'.
           05 WSW-FIN-MANT-RSV            PIC X(01) VALUE 'N'.
               88 FIN-MANT-RSV                       VALUE 'S'.
           05 WSW-ERROR-RESERVA           PIC X(01) VALUE 'N'.
               88 ERROR-RESERVA                      VALUE 'S'.
           05 WCT-RSV-LEIDOS              PIC 9(07) COMP VALUE ZERO.
           05 WCT-RSV-RESERVADAS          PIC 9(05) COMP VALUE ZERO.
           05 WCT-RSV-MODIFICADAS         PIC 9(05) COMP VALUE ZERO.
           05 WCT-RSV-ANULADAS            PIC 9(05) COMP VALUE ZERO.
           05 WCT-RSV-RECHAZADAS          PIC 9(05) COMP VALUE ZERO.
           05 WCT-RSV-LIBERADAS           PIC 9(05) COMP VALUE ZERO.
           05 WCT-RSV-CANT-LIBERADA       PIC 9(09) COMP VALUE ZERO.
           05 WCT-RSV-CONSUMIDAS          PIC 9(05) COMP VALUE ZERO.
           05 WCT-RSV-CAMBIOS             PIC 9(05) COMP VALUE ZERO.
           05 WCT-RSV-ABIERTAS            PIC 9(05) COMP VALUE ZERO.

       01 WCH-RSV-PEDIDO.
           05 WZD-PED-REFERENCIA          PIC X(10).
           05 WZD-PED-COD-ARTICULO        PIC X(10).
           05 WZD-PED-COD-BODEGA          PIC X(03).
           05 WZD-PED-CANTIDAD            PIC 9(07).
           05 WZD-PED-FECHA-VENCE         PIC 9(08).

       01 WCH-RSA-RANGO-VALORES.
           05 FILLER                      PIC X(20)
               VALUE 'DE 0 A 7 DIAS'.
           05 FILLER                      PIC X(20)
               VALUE 'DE 8 A 15 DIAS'.
           05 FILLER                      PIC X(20)
               VALUE 'DE 16 A 30 DIAS'.
           05 FILLER                      PIC X(20)
               VALUE 'MAS DE 30 DIAS'.
       01 WCH-RSA-RANGO-TABLA REDEFINES WCH-RSA-RANGO-VALORES.
           05 RSA-RANGO-NOMBRE            PIC X(20) OCCURS 4 TIMES.

       01 WCH-RSA-CONTADORES.
           05 RSA-SUB-ENTRADA OCCURS 4 TIMES.
               10 RSA-SUB-RESERVAS        PIC 9(07) COMP.
               10 RSA-SUB-UNIDADES        PIC 9(09) COMP.
               10 RSA-SUB-VALOR           PIC 9(13)V99.
           05 RSA-TOT-ENTRADA OCCURS 4 TIMES.
               10 RSA-TOT-RESERVAS        PIC 9(07) COMP.
               10 RSA-TOT-UNIDADES        PIC 9(09) COMP.
               10 RSA-TOT-VALOR           PIC 9(13)V99.

      *----------------------------------------------------------------*
      *        AREA DEL REPORTE DE ACTIVIDAD POR OPERADOR              *
      *----------------------------------------------------------------*
       01 WCH-ACTIVIDAD-TRABAJO.
           05 WZD-ACT-OPERADOR            PIC X(08) VALUE SPACES.
           05 WZD-ACT-SESION              PIC X(14) VALUE SPACES.
           05 WZD-ACT-FECHA-ALFA          PIC X(08).
           05 WZD-ACT-FECHA-DESDE         PIC 9(08) VALUE ZERO.
           05 WZD-ACT-FECHA-HASTA         PIC 9(08) VALUE 99999999.
           05 WZD-ACT-FECHA               PIC 9(08) VALUE ZERO.
           05 WZD-ACT-HORA                PIC 9(06) VALUE ZERO.
           05 WZD-ACT-OPE-SESION          PIC X(08).
           05 WZD-ACT-OPE-ANTERIOR        PIC X(08).
           05 WZD-ACT-SES-ANTERIOR        PIC X(14).
           05 WZD-ACT-TIPO-CAMBIO         PIC X(12).
           05 WZD-ACT-DELTA-CANT          PIC S9(08) VALUE ZERO.
           05 WZD-ACT-VALOR-ANT           PIC 9(13)V99 VALUE ZERO.
           05 WZD-ACT-VALOR-NVO           PIC 9(13)V99 VALUE ZERO.
           05 WZD-ACT-DELTA-VALOR         PIC S9(13)V99 VALUE ZERO.
           05 WAR-ACT-CANTIDAD            PIC Z.ZZZ.ZZ9.
           05 WAR-ACT-COSTO               PIC ZZ.ZZ9,99.
           05 WSW-ERROR-ACTIVIDAD         PIC X(01) VALUE 'N'.
               88 ERROR-ACTIVIDAD                     VALUE 'S'.
           05 WSW-FIN-AUDITORIA           PIC X(01) VALUE 'N'.
               88 FIN-AUDITORIA                       VALUE 'S'.
           05 WSW-SESION-HALLADA          PIC X(01) VALUE 'N'.
               88 SESION-HALLADA                      VALUE 'S'.
           05 WSW-LINEA-VALIDA            PIC X(01) VALUE 'N'.
               88 LINEA-VALIDA                        VALUE 'S'.
           05 WZD-ACT-SES-BUSCADA         PIC X(14).
           05 WCT-ACT-SES-OMITIDAS        PIC 9(05) COMP VALUE ZERO.
           05 WCT-ACT-CAMBIOS-MAESTRO     PIC 9(07) COMP VALUE ZERO.
           05 WCT-ACT-OPE-ACCIONES        PIC 9(07) COMP VALUE ZERO.
           05 WCT-ACT-OPE-ADICIONES       PIC 9(07) COMP VALUE ZERO.
           05 WCT-ACT-OPE-CAMBIOS         PIC 9(07) COMP VALUE ZERO.
           05 WCT-ACT-OPE-BAJAS           PIC 9(07) COMP VALUE ZERO.
           05 WCT-ACT-OPE-UNIDADES        PIC 9(11) COMP VALUE ZERO.
           05 WCT-ACT-OPE-VALOR           PIC 9(13)V99 VALUE ZERO.
           05 WCT-ACT-GEN-ACCIONES        PIC 9(07) COMP VALUE ZERO.
           05 WCT-ACT-GEN-ADICIONES       PIC 9(07) COMP VALUE ZERO.
           05 WCT-ACT-GEN-CAMBIOS         PIC 9(07) COMP VALUE ZERO.
           05 WCT-ACT-GEN-BAJAS           PIC 9(07) COMP VALUE ZERO.
           05 WCT-ACT-GEN-UNIDADES        PIC 9(11) COMP VALUE ZERO.
           05 WCT-ACT-GEN-VALOR           PIC 9(13)V99 VALUE ZERO.

       01 WCH-ACT-SESIONES-TABLA.
           05 WZD-ACT-SES-OCUPADAS        PIC 9(04) COMP VALUE ZERO.
           05 WZD-ACT-SES-IDX             PIC 9(04) COMP VALUE ZERO.
           05 ACT-SES-ENTRADA OCCURS 3000 TIMES.
               10 ACT-SES-ID              PIC X(14).
               10 ACT-SES-OPERADOR        PIC X(08).

       01 WCH-ACT-IMAGEN-ANT.
           COPY INVREG
               REPLACING ==REG-COD-ARTICULO== BY ==IMA-COD-ARTICULO==
                         ==REG-COD-BODEGA==   BY ==IMA-COD-BODEGA==
                         ==REG-DESCRIPCION==  BY ==IMA-DESCRIPCION==
                         ==REG-CANTIDAD==     BY ==IMA-CANTIDAD==
                         ==REG-COSTO-UNIT==   BY ==IMA-COSTO-UNIT==
                         ==REG-UNIDAD-MEDIDA==
                      BY ==IMA-UNIDAD-MEDIDA==.
           05 IMA-INDICADOR-BAJA          PIC X(01).
           05 IMA-STOCK-MINIMO            PIC 9(07).
           05 IMA-CANT-REORDEN            PIC 9(07).
           05 IMA-COD-PROVEEDOR           PIC X(06).
           05 IMA-DIAS-ENTREGA            PIC 9(03).
           05 IMA-UNIDS-EMPAQUE           PIC 9(05).

       01 WCH-ACT-IMAGEN-NVA.
           COPY INVREG
               REPLACING ==REG-COD-ARTICULO== BY ==IMN-COD-ARTICULO==
                         ==REG-COD-BODEGA==   BY ==IMN-COD-BODEGA==
                         ==REG-DESCRIPCION==  BY ==IMN-DESCRIPCION==
                         ==REG-CANTIDAD==     BY ==IMN-CANTIDAD==
                         ==REG-COSTO-UNIT==   BY ==IMN-COSTO-UNIT==
                         ==REG-UNIDAD-MEDIDA==
                      BY ==IMN-UNIDAD-MEDIDA==.
           05 IMN-INDICADOR-BAJA          PIC X(01).
           05 IMN-STOCK-MINIMO            PIC 9(07).
           05 IMN-CANT-REORDEN            PIC 9(07).
           05 IMN-COD-PROVEEDOR           PIC X(06).
           05 IMN-DIAS-ENTREGA            PIC 9(03).
           05 IMN-UNIDS-EMPAQUE           PIC 9(05).

      *----------------------------------------------------------------*
      *        AREA DEL REPORTE DE ROTACION Y COBERTURA                *
      *    LOS DIAS SE LLEVAN COMO NUMERO DE DIA COMERCIAL 30/360      *
      *    (ANIO * 360 + (MES - 1) * 30 + DIA) PARA RESTAR LA          *
      *    VENTANA Y PROYECTAR LA FECHA DE QUIEBRE                     *
      *----------------------------------------------------------------*
       01 WCH-ROTACION-TRABAJO.
           05 WZD-ROT-VENTANA             PIC 9(03) VALUE 90.
           05 WZD-ROT-VENTANA-ALFA        PIC X(03).
           05 WZD-ROT-DIA-HOY             PIC 9(07) VALUE ZERO.
           05 WZD-ROT-DIA-DESDE           PIC 9(07) VALUE ZERO.
           05 WZD-ROT-DIA-MOV             PIC 9(07) VALUE ZERO.
           05 WZD-ROT-DIA-QUIEBRE         PIC 9(07) VALUE ZERO.
           05 WZD-ROT-DIA-RESTO           PIC 9(07) VALUE ZERO.
           05 WZD-ROT-ANIO                PIC 9(04) VALUE ZERO.
           05 WZD-ROT-MES                 PIC 9(02) VALUE ZERO.
           05 WZD-ROT-DIA                 PIC 9(02) VALUE ZERO.
           05 WZD-ROT-ANIO-DESDE          PIC 9(04) VALUE ZERO.
           05 WZD-ROT-MESES               PIC 9(02) VALUE ZERO.
           05 WZD-ROT-IDX                 PIC 9(02) VALUE ZERO.
           05 WZD-ROT-CLAVE-ANT           PIC X(13).
           05 WZD-ROT-CANT-SALIDA         PIC 9(07) VALUE ZERO.
           05 WZD-ROT-CANT-SALIDAS        PIC 9(09) VALUE ZERO.
           05 WZD-ROT-COSTO-SALIDAS       PIC 9(11)V99 VALUE ZERO.
           05 WZD-ROT-VALOR-HISTORIA      PIC 9(13)V99 VALUE ZERO.
           05 WZD-ROT-VALOR-ACTUAL        PIC 9(13)V99 VALUE ZERO.
           05 WZD-ROT-VALOR-PROMEDIO      PIC 9(13)V99 VALUE ZERO.
           05 WZD-ROT-CONSUMO-DIA         PIC 9(07)V9(04) VALUE ZERO.
           05 WZD-ROT-COBERTURA           PIC 9(09) VALUE ZERO.
           05 WZD-ROT-ROTACION            PIC 9(07)V99 VALUE ZERO.
           05 WZD-ROT-MIN-SUGERIDO        PIC 9(09) VALUE ZERO.
           05 WZD-ROT-REO-SUGERIDO        PIC 9(09) VALUE ZERO.
           05 WZD-ROT-PAQUETES            PIC 9(09) VALUE ZERO.
           05 WZD-ROT-GRUPO-ANT           PIC X(01).
           05 WSW-ERROR-ROTACION          PIC X(01) VALUE 'N'.
               88 ERROR-ROTACION                      VALUE 'S'.
           05 WSW-FIN-CONSUMO             PIC X(01) VALUE 'N'.
               88 FIN-CONSUMO                         VALUE 'S'.
           05 WCT-ROT-HISTORIAS           PIC 9(02) COMP VALUE ZERO.
           05 WCT-ROT-SALIDAS             PIC 9(07) COMP VALUE ZERO.
           05 WCT-ROT-CLAVES              PIC 9(07) COMP VALUE ZERO.
           05 WCT-ROT-RIESGO              PIC 9(07) COMP VALUE ZERO.
           05 WCT-ROT-SIN-CONSUMO         PIC 9(07) COMP VALUE ZERO.
           05 WCT-ROT-COSTO-SALIDAS       PIC 9(13)V99 VALUE ZERO.
           05 WAR-ROT-COBERTURA           PIC ZZ.ZZ9.
           05 WAR-ROT-ROTACION            PIC ZZ9,99.

      *----------------------------------------------------------------*
      *        AREA DE LA CARGA DEL FEED CONTRA EL MAESTRO             *
      *----------------------------------------------------------------*
               VALUE 'CCONTEO FISICO'.
           05 FILLER                      PIC X(14)
               VALUE 'SSALIDA       '.
           05 FILLER                      PIC X(14)
               VALUE 'RRECEPCION OC '.
           05 FILLER                      PIC X(14)
               VALUE 'VREVALUACION  '.
           05 FILLER                      PIC X(14)
               VALUE 'PPERDIDA TRAS.'.
           05 FILLER                      PIC X(14)
               VALUE '?OTROS        '.
       01 WCH-ARC-ORIGEN-TABLA REDEFINES WCH-ARC-ORIGEN-VALORES.
           05 ARC-ORIGEN-ENTRADA OCCURS 9 TIMES.
               10 ARC-ORI-CODIGO          PIC X(01).
               10 ARC-ORI-NOMBRE          PIC X(13).

       01 WCH-ARC-CONTADORES.
           05 ARC-CUENTA-ENTRADA OCCURS 9 TIMES.
               10 ARC-CNT-MOVIMIENTOS     PIC 9(07) COMP.
               10 ARC-CNT-UNIDADES        PIC 9(09) COMP.

           05 WCT-DIA-REGISTROS           PIC 9(07) COMP VALUE ZERO.
           05 WCT-DIA-TOT-DEBE            PIC 9(13)V99 VALUE ZERO.
           05 WCT-DIA-TOT-HABER           PIC 9(13)V99 VALUE ZERO.
           05 WCT-DIA-REV-ALZA            PIC 9(11)V99 VALUE ZERO.
           05 WCT-DIA-REV-BAJA            PIC 9(11)V99 VALUE ZERO.
           05 WZD-DIA-NETO                PIC S9(13)V99 VALUE ZERO.

       01 WCH-DIA-ACUMULADOS.
           05 DIA-ACUM-ENTRADA OCCURS 9 TIMES.
               10 DIA-ACUM-DEBE           PIC 9(11)V99.
               10 DIA-ACUM-HABER          PIC 9(11)V99.

           05 WCT-CSL-TOTAL-COSTO         PIC 9(11)V99 VALUE ZERO.
           05 WZD-CSL-COSTO-EXT           PIC 9(11)V99 VALUE ZERO.
           05 WZD-CSL-ESTADO              PIC X(07).
           05 WCT-CSL-TOTAL-DISP          PIC S9(09) COMP VALUE ZERO.

       01 WCH-CSL-EDITADOS.
           05 WAR-CSL-CANTIDAD            PIC ZZZ.ZZ9.
           05 WAR-CSL-COSTO-EXT           PIC ZZZ.ZZZ.ZZ9,99.
           05 WAR-CSL-TOTAL-CANT          PIC ZZZ.ZZZ.ZZ9.
           05 WAR-CSL-TOTAL-COSTO         PIC ZZZ.ZZZ.ZZ9,99.
           05 WAR-CSL-COMPROMETIDO        PIC ZZZ.ZZ9.
           05 WAR-CSL-DISPONIBLE          PIC -ZZZ.ZZ9.
           05 WAR-CSL-TOTAL-DISP          PIC -ZZZ.ZZZ.ZZ9.

      *----------------------------------------------------------------*
      *      AREA DEL CIERRE DE MES Y DEL COMPARATIVO MENSUAL          *
           05 WCT-CONTEO-SIN-CONTEO       PIC 9(07) COMP VALUE ZERO.
           05 WCT-CONTEO-DESCONOCIDOS     PIC 9(07) COMP VALUE ZERO.
           05 WCT-CONTEO-INVALIDOS        PIC 9(07) COMP VALUE ZERO.
           05 WCT-CONTEO-BOD-NO-EXISTE    PIC 9(07) COMP VALUE ZERO.
           05 WCT-CONTEO-BOD-CERRADA      PIC 9(07) COMP VALUE ZERO.
           05 WCT-CONTEO-DUPLICADOS       PIC 9(07) COMP VALUE ZERO.
           05 WCT-CONTEO-LOTES            PIC 9(07) COMP VALUE ZERO.
           05 WZD-CNT-TOTAL-CLAVE         PIC 9(07) VALUE ZERO.
           05 WZD-CNT-LOTE-ANTERIOR       PIC X(10).

      *----------------------------------------------------------------*
      *             AREA DEL PROCESO DE SALIDAS DIARIAS                *
               88 RECH-SAL-NO-EXISTE                 VALUE '03'.
               88 RECH-SAL-DE-BAJA                   VALUE '04'.
               88 RECH-SAL-SIN-STOCK                 VALUE '05'.
               88 RECH-SAL-LOTE-NO-EXISTE            VALUE '06'.
               88 RECH-SAL-LOTE-SIN-SALDO            VALUE '07'.
               88 RECH-SAL-BOD-NO-EXISTE             VALUE '08'.
               88 RECH-SAL-BOD-CERRADA               VALUE '09'.
               88 RECH-SAL-COMPROMETIDO              VALUE '10'.
           05 WCT-SAL-LEIDAS              PIC 9(07) COMP VALUE ZERO.
           05 WCT-SAL-APLICADAS           PIC 9(07) COMP VALUE ZERO.
           05 WCT-SAL-ART-BLANCO          PIC 9(05) COMP VALUE ZERO.
           05 WCT-SAL-NO-EXISTE           PIC 9(05) COMP VALUE ZERO.
           05 WCT-SAL-DE-BAJA             PIC 9(05) COMP VALUE ZERO.
           05 WCT-SAL-SIN-STOCK           PIC 9(05) COMP VALUE ZERO.
           05 WCT-SAL-LOTE-NO-EXISTE      PIC 9(05) COMP VALUE ZERO.
           05 WCT-SAL-LOTE-SIN-SALDO      PIC 9(05) COMP VALUE ZERO.
           05 WCT-SAL-BOD-NO-EXISTE       PIC 9(05) COMP VALUE ZERO.
           05 WCT-SAL-BOD-CERRADA         PIC 9(05) COMP VALUE ZERO.
           05 WCT-SAL-COMPROMETIDO        PIC 9(05) COMP VALUE ZERO.
           05 WCT-SAL-RECHAZADAS          PIC 9(05) COMP VALUE ZERO.

      *----------------------------------------------------------------*
               88 RECHAZO-COSTO-NONUM                VALUE '03'.
               88 RECHAZO-DUPLICADO                  VALUE '04'.
               88 RECHAZO-UM-DESCONOCIDA             VALUE '05'.
               88 RECHAZO-VENCE-INVALIDO             VALUE '06'.
               88 RECHAZO-BODEGA-NO-EXISTE           VALUE '07'.
               88 RECHAZO-BODEGA-CERRADA             VALUE '08'.
               88 RECHAZO-BODEGA-SIN-CARGA           VALUE '09'.
           05 WCT-RECH-ART-BLANCO         PIC 9(05) COMP VALUE ZERO.
           05 WCT-RECH-CANT-NONUM         PIC 9(05) COMP VALUE ZERO.
           05 WCT-RECH-COSTO-NONUM        PIC 9(05) COMP VALUE ZERO.
           05 WCT-RECH-DUPLICADOS         PIC 9(05) COMP VALUE ZERO.
           05 WCT-RECH-UM-DESC            PIC 9(05) COMP VALUE ZERO.
           05 WCT-RECH-VENCE-INV          PIC 9(05) COMP VALUE ZERO.
           05 WCT-RECH-BOD-NO-EXISTE      PIC 9(05) COMP VALUE ZERO.
           05 WCT-RECH-BOD-CERRADA        PIC 9(05) COMP VALUE ZERO.
           05 WCT-RECH-BOD-SIN-CARGA      PIC 9(05) COMP VALUE ZERO.
           05 WCT-TOTAL-RECHAZADOS        PIC 9(05) COMP VALUE ZERO.

      *----------------------------------------------------------------*
               88 ERROR-RECUPERA                      VALUE 'S'.
           05 WSW-FIN-ULT-MOV             PIC X(01) VALUE 'N'.
               88 FIN-ULT-MOV                         VALUE 'S'.
           05 WSW-FIN-RECEPCION           PIC X(01) VALUE 'N'.
               88 FIN-RECEPCION                       VALUE 'S'.
           05 WSW-ERROR-RECEPCION         PIC X(01) VALUE 'N'.
               88 ERROR-RECEPCION                     VALUE 'S'.
           05 WSW-FIN-ORDEN-ABIERTA       PIC X(01) VALUE 'N'.
               88 FIN-ORDEN-ABIERTA                   VALUE 'S'.
           05 WSW-OCP-ABIERTO             PIC X(01) VALUE 'N'.
               88 OCP-ABIERTO                         VALUE 'S'.
           05 WSW-PROV-RCP-ABIERTO        PIC X(01) VALUE 'N'.
               88 PROV-RCP-ABIERTO                    VALUE 'S'.

      *----------------------------------------------------------------*
      *        AREA DE CUADRE DE TOTALES DE CONTROL (ARCH-CONTROL)     *
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(08) VALUE 'BODEGA: '.
           05 LB-BODEGA                   PIC X(03).
           05 LB-NOMBRE                   PIC X(33).
           05 FILLER                      PIC X(86) VALUE SPACES.

       01 WCH-LIN-TIT-RECHAZOS.
           05 FILLER                      PIC X(45) VALUE SPACES.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 FILLER                      PIC X(07) VALUE 'CANTID.'.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 FILLER                      PIC X(07) VALUE 'COMPRO.'.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 FILLER                      PIC X(07) VALUE ' MINIMO'.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 FILLER                      PIC X(07) VALUE ' SUGER.'.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE 'COSTO SUGERIDO'.
           05 FILLER                      PIC X(26) VALUE SPACES.

       01 WCH-LIN-DET-SUGERIDO.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 LSG-CANTIDAD                PIC ZZZ.ZZ9.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 LSG-COMPROMETIDO            PIC ZZZ.ZZ9.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 LSG-MINIMO                  PIC ZZZ.ZZ9.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 LSG-SUGERIDO                PIC ZZZ.ZZ9.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 LSG-COSTO-EXT               PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                      PIC X(26) VALUE SPACES.

       01 WCH-LIN-PROVEEDOR.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LS-COSTO-EXT                PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                      PIC X(44) VALUE SPACES.

       01 WCH-LIN-TIT-RECEPCION.
           05 FILLER                      PIC X(45) VALUE SPACES.
           05 FILLER                      PIC X(40)
               VALUE 'REPORTAL - RECEPCION CONTRA ORDENES'.
           05 FILLER                      PIC X(47) VALUE SPACES.

       01 WCH-LIN-ENC-RECEPCION.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'FEC.ORDEN'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'CODIGO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(03) VALUE 'BOD'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(07) VALUE ' PEDIDO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(07) VALUE 'PENDIEN'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(07) VALUE 'RECIBID'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(08) VALUE 'DIFEREN.'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(09) VALUE 'COSTO O.C'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(09) VALUE 'COSTO REC'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(30) VALUE 'ESTADO'.
           05 FILLER                      PIC X(10) VALUE SPACES.

       01 WCH-LIN-DET-RECEPCION.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRC-FECHA-ORDEN             PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRC-COD-ARTICULO            PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRC-BODEGA                  PIC X(03).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRC-CANT-PEDIDA             PIC ZZZ.ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRC-CANT-PENDIENTE          PIC ZZZ.ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRC-CANT-RECIBIDA           PIC ZZZ.ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRC-DIFERENCIA              PIC -ZZZ.ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRC-COSTO-ORDEN             PIC ZZ.ZZ9,99.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRC-COSTO-RECIBIDO          PIC ZZ.ZZ9,99.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRC-ESTADO                  PIC X(30).
           05 FILLER                      PIC X(10) VALUE SPACES.

       01 WCH-LIN-TOT-RECEPCION.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTR-CONCEPTO                PIC X(40).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTR-VALOR                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                      PIC X(70) VALUE SPACES.

       01 WCH-LIN-TIT-VENCIDAS.
           05 FILLER                      PIC X(45) VALUE SPACES.
           05 FILLER                      PIC X(40)
               VALUE 'REPORTAL - LINEAS DE ORDEN VENCIDAS'.
           05 FILLER                      PIC X(47) VALUE SPACES.

       01 WCH-LIN-ENC-VENCIDAS.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(06) VALUE 'PROVEE'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'FEC.ORDEN'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'CODIGO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(03) VALUE 'BOD'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(07) VALUE ' PEDIDO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(07) VALUE 'RECIBID'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(07) VALUE 'PENDIEN'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(03) VALUE 'ENT'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(05) VALUE 'TRANS'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(05) VALUE 'ATRAS'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(14) VALUE
               'VALOR PENDIEN.'.
           05 FILLER                      PIC X(29) VALUE SPACES.

       01 WCH-LIN-DET-VENCIDAS.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVC-COD-PROVEEDOR           PIC X(06).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVC-FECHA-ORDEN             PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVC-COD-ARTICULO            PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVC-BODEGA                  PIC X(03).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVC-CANT-PEDIDA             PIC ZZZ.ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVC-CANT-RECIBIDA           PIC ZZZ.ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVC-CANT-PENDIENTE          PIC ZZZ.ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVC-DIAS-ENTREGA            PIC ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVC-DIAS-TRANSC             PIC ZZZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVC-DIAS-ATRASO             PIC ZZZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVC-VALOR-PENDIENTE         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                      PIC X(29) VALUE SPACES.

       01 WCH-LIN-TIT-VENCE.
           05 FILLER                      PIC X(45) VALUE SPACES.
           05 FILLER                      PIC X(40)
               VALUE 'REPORTAL - VENCIMIENTO DE LOTES'.
           05 FILLER                      PIC X(47) VALUE SPACES.

       01 WCH-LIN-ENC-VENCE.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'CODIGO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(30) VALUE 'DESCRIPCION'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'LOTE'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'VENCE'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(06) VALUE '  DIAS'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(07) VALUE 'CANTID.'.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE 'VALOR AL COSTO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(20) VALUE 'RANGO'.
           05 FILLER                      PIC X(08) VALUE SPACES.

       01 WCH-LIN-DET-VENCE.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVE-COD-ARTICULO            PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVE-DESCRIPCION             PIC X(30).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVE-NUM-LOTE                PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVE-FECHA-VENCE             PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVE-DIAS                    PIC -ZZZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVE-CANTIDAD                PIC ZZZ.ZZ9.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 LVE-VALOR                   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVE-RANGO                   PIC X(20).
           05 FILLER                      PIC X(08) VALUE SPACES.

       01 WCH-LIN-RES-VENCE.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVR-CONCEPTO                PIC X(09).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 LVR-RANGO                   PIC X(20).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVR-LOTES                   PIC ZZZZ.ZZ9.
           05 FILLER                      PIC X(06) VALUE ' LOTES'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVR-UNIDADES                PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                      PIC X(04) VALUE ' UND'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LVR-VALOR                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                      PIC X(47) VALUE SPACES.

       01 WCH-LIN-TIT-RESERVA.
           05 FILLER                      PIC X(45) VALUE SPACES.
           05 FILLER                      PIC X(40)
               VALUE 'REPORTAL - CARGA DE RESERVAS DE PEDIDOS'.
           05 FILLER                      PIC X(47) VALUE SPACES.

       01 WCH-LIN-ENC-RESERVA.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'REFERENCIA'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'CODIGO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(03) VALUE 'BOD'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(09) VALUE ' CANTIDAD'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'VENCE'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'DISPONIBLE'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(38) VALUE 'ESTADO'.
           05 FILLER                      PIC X(28) VALUE SPACES.

       01 WCH-LIN-DET-RESERVA.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRS-REFERENCIA              PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRS-COD-ARTICULO            PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRS-BODEGA                  PIC X(03).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRS-CANTIDAD                PIC Z.ZZZ.ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRS-FECHA-VENCE             PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRS-DISPONIBLE              PIC -Z.ZZZ.ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRS-ESTADO                  PIC X(38).
           05 FILLER                      PIC X(28) VALUE SPACES.

       01 WCH-LIN-TIT-RSV-ABIERTA.
           05 FILLER                      PIC X(45) VALUE SPACES.
           05 FILLER                      PIC X(40)
               VALUE 'REPORTAL - RESERVAS ABIERTAS POR BODEGA'.
           05 FILLER                      PIC X(47) VALUE SPACES.

       01 WCH-LIN-ENC-RSV-ABIERTA.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'REFERENCIA'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'CODIGO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(30) VALUE 'DESCRIPCION'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(09) VALUE 'PENDIENTE'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'RESERVADA'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(05) VALUE ' DIAS'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'VENCE'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(14)
               VALUE '   VALOR COSTO'.
           05 FILLER                      PIC X(18) VALUE SPACES.

       01 WCH-LIN-DET-RSV-ABIERTA.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRA-REFERENCIA              PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRA-COD-ARTICULO            PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRA-DESCRIPCION             PIC X(30).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRA-CANTIDAD                PIC Z.ZZZ.ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRA-FECHA-RESERVA           PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRA-DIAS                    PIC ZZZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRA-FECHA-VENCE             PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRA-VALOR                   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                      PIC X(18) VALUE SPACES.

       01 WCH-LIN-RES-RSV-ABIERTA.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRR-CONCEPTO                PIC X(09).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 LRR-RANGO                   PIC X(20).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRR-RESERVAS                PIC ZZZZ.ZZ9.
           05 FILLER                      PIC X(09) VALUE ' RESERVAS'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRR-UNIDADES                PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                      PIC X(04) VALUE ' UND'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRR-VALOR                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                      PIC X(44) VALUE SPACES.

       01 WCH-LIN-TIT-ACTIVIDAD.
           05 FILLER                      PIC X(45) VALUE SPACES.
           05 FILLER                      PIC X(40)
               VALUE 'REPORTAL - ACTIVIDAD POR OPERADOR'.
           05 FILLER                      PIC X(47) VALUE SPACES.

       01 WCH-LIN-FIL-ACTIVIDAD.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'OPERADOR: '.
           05 LFA-OPERADOR                PIC X(08).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(08) VALUE 'SESION: '.
           05 LFA-SESION                  PIC X(14).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(07) VALUE 'DESDE: '.
           05 LFA-DESDE                   PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(07) VALUE 'HASTA: '.
           05 LFA-HASTA                   PIC X(10).
           05 FILLER                      PIC X(50) VALUE SPACES.

       01 WCH-LIN-ENC-ACTIVIDAD.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'FECHA'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(08) VALUE 'HORA'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(12) VALUE 'TIPO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(30)
               VALUE 'OPCION / ARTICULO - BODEGA'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(43)
               VALUE 'RESULTADO / DESCRIPCION'.
           05 FILLER                      PIC X(19) VALUE SPACES.

       01 WCH-LIN-DET-ACTIVIDAD.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LAC-FECHA                   PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LAC-HORA                    PIC X(08).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LAC-TIPO                    PIC X(12).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LAC-TEXTO                   PIC X(30).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LAC-RESULTADO               PIC X(43).
           05 FILLER                      PIC X(19) VALUE SPACES.

       01 WCH-LIN-CAM-ACTIVIDAD.
           05 FILLER                      PIC X(24) VALUE SPACES.
           05 LCA-CAMPO                   PIC X(12).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'ANTERIOR: '.
           05 LCA-ANTERIOR                PIC X(18).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(07) VALUE 'NUEVO: '.
           05 LCA-NUEVO                   PIC X(18).
           05 FILLER                      PIC X(39) VALUE SPACES.

       01 WCH-LIN-OPE-ACTIVIDAD.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'OPERADOR: '.
           05 LOA-OPERADOR                PIC X(17).
           05 FILLER                      PIC X(103) VALUE SPACES.

       01 WCH-LIN-SES-ACTIVIDAD.
           05 FILLER                      PIC X(04) VALUE SPACES.
           05 FILLER                      PIC X(08) VALUE 'SESION: '.
           05 LSA-SESION                  PIC X(14).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(08) VALUE 'INICIO: '.
           05 LSA-INICIO                  PIC X(19).
           05 FILLER                      PIC X(77) VALUE SPACES.

       01 WCH-LIN-TOT-ACTIVIDAD.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTA-CONCEPTO                PIC X(20).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(08) VALUE 'ACCION: '.
           05 LTA-ACCIONES                PIC ZZZ.ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(06) VALUE 'ADIC: '.
           05 LTA-ADICIONES               PIC ZZZ.ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(06) VALUE 'CAMB: '.
           05 LTA-CAMBIOS                 PIC ZZZ.ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(07) VALUE 'BAJAS: '.
           05 LTA-BAJAS                   PIC ZZZ.ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(06) VALUE 'UNID: '.
           05 LTA-UNIDADES                PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(07) VALUE 'VALOR: '.
           05 LTA-VALOR                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                      PIC X(01) VALUE SPACES.

       01 WCH-LIN-TIT-ROTACION.
           05 FILLER                      PIC X(43) VALUE SPACES.
           05 FILLER                      PIC X(46)
               VALUE 'REPORTAL - ROTACION Y COBERTURA DE INVENTARIO'.
           05 FILLER                      PIC X(43) VALUE SPACES.

       01 WCH-LIN-PAR-ROTACION.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(20)
               VALUE 'VENTANA DE CONSUMO: '.
           05 LRP-VENTANA                 PIC ZZ9.
           05 FILLER                      PIC X(05) VALUE ' DIAS'.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 FILLER                      PIC X(23)
               VALUE 'HISTORIAS PROMEDIADAS: '.
           05 LRP-HISTORIAS               PIC Z9.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 FILLER                      PIC X(40)
               VALUE '* = SE AGOTA ANTES DE LA ENTREGA'.
           05 FILLER                      PIC X(31) VALUE SPACES.

       01 WCH-LIN-ENC-ROTACION.
           05 FILLER                      PIC X(04) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'CODIGO'.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 FILLER                      PIC X(03) VALUE 'BOD'.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 FILLER                      PIC X(20) VALUE 'DESCRIPCION'.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 FILLER                      PIC X(09) VALUE 'EXISTENC.'.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 FILLER                      PIC X(09) VALUE 'CONS./DIA'.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 FILLER                      PIC X(06) VALUE 'COBERT'.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 FILLER                      PIC X(06) VALUE 'ROTAC.'.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'QUIEBRE'.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 FILLER                      PIC X(03) VALUE 'ENT'.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 FILLER                      PIC X(09) VALUE 'MIN.MAEST'.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 FILLER                      PIC X(09) VALUE 'MIN.SUGER'.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 FILLER                      PIC X(09) VALUE 'REO.MAEST'.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 FILLER                      PIC X(09) VALUE 'REO.SUGER'.
           05 FILLER                      PIC X(04) VALUE SPACES.

       01 WCH-LIN-GRP-ROTACION.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRG-GRUPO                   PIC X(50).
           05 FILLER                      PIC X(80) VALUE SPACES.

       01 WCH-LIN-DET-ROTACION.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRT-MARCA                   PIC X(01).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 LRT-COD-ARTICULO            PIC X(10).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 LRT-BODEGA                  PIC X(03).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 LRT-DESCRIPCION             PIC X(20).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 LRT-EXISTENCIA              PIC Z.ZZZ.ZZ9.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 LRT-CONSUMO-DIA             PIC ZZ.ZZ9,99.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 LRT-COBERTURA               PIC X(06).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 LRT-ROTACION                PIC X(06).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 LRT-FECHA-QUIEBRE           PIC X(10).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 LRT-DIAS-ENTREGA            PIC ZZ9.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 LRT-MINIMO                  PIC Z.ZZZ.ZZ9.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 LRT-MIN-SUGERIDO            PIC Z.ZZZ.ZZ9.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 LRT-REORDEN                 PIC Z.ZZZ.ZZ9.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 LRT-REO-SUGERIDO            PIC Z.ZZZ.ZZ9.
           05 FILLER                      PIC X(04) VALUE SPACES.

       01 WCH-LIN-RES-ROTACION.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRN-CONCEPTO                PIC X(40).
           05 LRN-CANTIDAD                PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                      PIC X(79) VALUE SPACES.

       01 WCH-LIN-VAL-ROTACION.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRO-CONCEPTO                PIC X(40).
           05 LRO-VALOR                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                      PIC X(72) VALUE SPACES.

       01 WCH-LIN-TIT-CUADRE.
           05 FILLER                      PIC X(45) VALUE SPACES.
           05 FILLER                      PIC X(40)
               VALUE 'REPORTAL - CUADRE MAESTRO VS KARDEX'.
           05 FILLER                      PIC X(47) VALUE SPACES.

       01 WCH-LIN-PARM-CUADRE.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(15)
               VALUE 'HISTORIA BASE: '.
           05 LPC-HISTORIA                PIC X(08).
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 FILLER                      PIC X(25)
               VALUE 'MOVIMIENTOS POSTERIORES A'.
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 LPC-FECHA-CIERRE            PIC X(10).
           05 FILLER                      PIC X(68) VALUE SPACES.

       01 WCH-LIN-ENC-CUADRE.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'CODIGO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(03) VALUE 'BOD'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'FECHA MOV.'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(03) VALUE 'ORI'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(12)
               VALUE '    ESPERADA'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(12)
               VALUE ' EN MAESTRO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(09) VALUE 'COSTO ESP'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(09) VALUE 'COSTO MAE'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(35) VALUE 'DESCUADRE'.
           05 FILLER                      PIC X(09) VALUE SPACES.

       01 WCH-LIN-DET-CUADRE.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LCU-COD-ARTICULO            PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LCU-COD-BODEGA              PIC X(03).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LCU-FECHA                   PIC X(10).
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 LCU-ORIGEN                  PIC X(01).
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 LCU-CANT-ESPERADA           PIC -ZZZ.ZZZ.ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LCU-CANT-ACTUAL             PIC -ZZZ.ZZZ.ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LCU-COSTO-ESPERADO          PIC ZZ.ZZ9,99.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LCU-COSTO-ACTUAL            PIC ZZ.ZZ9,99.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LCU-TIPO                    PIC X(35).
           05 FILLER                      PIC X(09) VALUE SPACES.

       01 WCH-LIN-TIT-CICLO.
           05 FILLER                      PIC X(45) VALUE SPACES.
           05 FILLER                      PIC X(40)
               VALUE 'REPORTAL - HOJA DE CONTEO CICLICO'.
           05 FILLER                      PIC X(47) VALUE SPACES.

       01 WCH-LIN-ENC-CICLO.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'CODIGO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(30) VALUE 'DESCRIPCION'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(05) VALUE 'CLASE'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'ULT.CONTEO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(16)
               VALUE 'CANTIDAD CONTADA'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(30)
               VALUE 'OBSERVACIONES'.
           05 FILLER                      PIC X(19) VALUE SPACES.

       01 WCH-LIN-DET-CICLO.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LCI-COD-ARTICULO            PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LCI-DESCRIPCION             PIC X(30).
           05 FILLER                      PIC X(04) VALUE SPACES.
           05 LCI-CLASE                   PIC X(01).
           05 FILLER                      PIC X(04) VALUE SPACES.
           05 LCI-ULT-CONTEO              PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(16) VALUE ALL '_'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(30) VALUE ALL '_'.
           05 FILLER                      PIC X(19) VALUE SPACES.

       01 WCH-LIN-PIE-CICLO.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(20)
               VALUE 'ARTICULOS A CONTAR: '.
           05 LPI-CANTIDAD                PIC ZZ.ZZ9.
           05 FILLER                      PIC X(104) VALUE SPACES.

       01 WCH-LIN-FIRMA-CICLO.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(13)
               VALUE 'CONTADO POR: '.
           05 FILLER                      PIC X(22) VALUE ALL '_'.
           05 FILLER                      PIC X(04) VALUE SPACES.
           05 FILLER                      PIC X(14)
               VALUE 'REVISADO POR: '.
           05 FILLER                      PIC X(22) VALUE ALL '_'.
           05 FILLER                      PIC X(55) VALUE SPACES.

       01 WCH-LIN-TIT-CUMPLE.
           05 FILLER                      PIC X(45) VALUE SPACES.
           05 FILLER                      PIC X(40)
               VALUE 'REPORTAL - CUMPLIMIENTO CONTEO CICLICO'.
           05 FILLER                      PIC X(47) VALUE SPACES.

       01 WCH-LIN-ENC-CUMPLE.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'CODIGO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(05) VALUE 'CLASE'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'PROGRAMADO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'ULT.CONTEO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(07) VALUE ' ATRASO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(30) VALUE 'ESTADO'.
           05 FILLER                      PIC X(48) VALUE SPACES.

       01 WCH-LIN-DET-CUMPLE.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LCM-COD-ARTICULO            PIC X(10).
           05 FILLER                      PIC X(04) VALUE SPACES.
           05 LCM-CLASE                   PIC X(01).
           05 FILLER                      PIC X(04) VALUE SPACES.
           05 LCM-PROGRAMADO              PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LCM-ULT-CONTEO              PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LCM-ATRASO                  PIC ZZZZZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LCM-ESTADO                  PIC X(30).
           05 FILLER                      PIC X(48) VALUE SPACES.

       01 WCH-LIN-RES-CUMPLE.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LCR-CONCEPTO                PIC X(09).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 LCR-CLASE                   PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LCR-CLAVES                  PIC ZZZ.ZZ9.
           05 FILLER                      PIC X(07) VALUE ' CLAVES'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LCR-CONTEOS                 PIC ZZZ.ZZ9.
           05 FILLER                      PIC X(08) VALUE ' CONTEOS'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LCR-EXACTOS                 PIC ZZZ.ZZ9.
           05 FILLER                      PIC X(08) VALUE ' EXACTOS'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LCR-OMITIDOS                PIC ZZZ.ZZ9.
           05 FILLER                      PIC X(09) VALUE ' OMITIDOS'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'EXACTITUD '.
           05 LCR-PORC                    PIC ZZ9,99.
           05 FILLER                      PIC X(02) VALUE ' %'.
           05 FILLER                      PIC X(22) VALUE SPACES.

       01 WCH-LIN-TIT-REVALUA.
           05 FILLER                      PIC X(45) VALUE SPACES.
           05 FILLER                      PIC X(40)
               VALUE 'REPORTAL - PRUEBA DE REVALUACION'.
           05 FILLER                      PIC X(47) VALUE SPACES.

       01 WCH-LIN-ENC-REVALUA.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'CODIGO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(03) VALUE 'BOD'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(02) VALUE 'MT'.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 FILLER                      PIC X(09) VALUE 'COSTO ANT'.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 FILLER                      PIC X(09) VALUE 'COSTO NVO'.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 FILLER                      PIC X(09) VALUE ' CANTIDAD'.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 FILLER                      PIC X(18)
               VALUE '  IMPACTO EN VALOR'.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 FILLER                      PIC X(30) VALUE 'ESTADO'.
           05 FILLER                      PIC X(21) VALUE SPACES.

       01 WCH-LIN-DET-REVALUA.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRV-COD-ARTICULO            PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRV-BODEGA                  PIC X(03).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LRV-MOTIVO                  PIC X(02).
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 LRV-COSTO-ANT               PIC ZZ.ZZ9,99.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 LRV-COSTO-NVO               PIC ZZ.ZZ9,99.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 LRV-CANTIDAD                PIC Z.ZZZ.ZZ9.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 LRV-IMPACTO                 PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 LRV-ESTADO                  PIC X(30).
           05 FILLER                      PIC X(21) VALUE SPACES.

       01 WCH-LIN-TOT-REVALUA.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTV-CONCEPTO                PIC X(40).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTV-VALOR                   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                      PIC X(69) VALUE SPACES.

       01 WCH-LIN-TRANSITO.
           05 FILLER                      PIC X(44) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE 'EN TRANSITO  :'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTN-CANTIDAD                PIC ZZZ.ZZ9.
           05 FILLER                      PIC X(11) VALUE SPACES.
           05 LTN-COSTO-EXT               PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                      PIC X(44) VALUE SPACES.

       01 WCH-LIN-TIT-TRASLADO.
           05 FILLER                      PIC X(45) VALUE SPACES.
           05 FILLER                      PIC X(40)
               VALUE 'REPORTAL - DESPACHO Y RECEPCION TRASLADO'.
           05 FILLER                      PIC X(47) VALUE SPACES.

       01 WCH-LIN-ENC-TRASLADO.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(09) VALUE 'OPERACION'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(08) VALUE 'DOCUMENT'.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 FILLER                      PIC X(03) VALUE 'LIN'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'CODIGO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(03) VALUE 'ORI'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(03) VALUE 'DES'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(09) VALUE 'DESPACHO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(09) VALUE 'RECIBIDO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(09) VALUE 'PERDIDA'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(38) VALUE 'ESTADO'.
           05 FILLER                      PIC X(12) VALUE SPACES.

       01 WCH-LIN-DET-TRASLADO.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTS-TIPO                    PIC X(09).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTS-NUMERO                  PIC X(08).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 LTS-LINEA                   PIC ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTS-COD-ARTICULO            PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTS-ORIGEN                  PIC X(03).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTS-DESTINO                 PIC X(03).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTS-DESPACHADA              PIC Z.ZZZ.ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTS-RECIBIDA                PIC Z.ZZZ.ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTS-PERDIDA                 PIC Z.ZZZ.ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTS-ESTADO                  PIC X(38).
           05 FILLER                      PIC X(12) VALUE SPACES.

       01 WCH-LIN-TIT-TRS-VENCIDO.
           05 FILLER                      PIC X(45) VALUE SPACES.
           05 FILLER                      PIC X(40)
               VALUE 'REPORTAL - TRANSITO VENCIDO DE TRASLADOS'.
           05 FILLER                      PIC X(47) VALUE SPACES.

       01 WCH-LIN-ENC-TRS-VENCIDO.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(08) VALUE 'DOCUMENT'.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 FILLER                      PIC X(03) VALUE 'LIN'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'CODIGO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(03) VALUE 'ORI'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(03) VALUE 'DES'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(09) VALUE ' CANTIDAD'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'DESPACHO'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(03) VALUE 'PRV'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(05) VALUE 'DIAS'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(05) VALUE 'ATRAS'.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(14)
               VALUE '   VALOR COSTO'.
           05 FILLER                      PIC X(38) VALUE SPACES.

       01 WCH-LIN-DET-TRS-VENCIDO.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTT-NUMERO                  PIC X(08).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 LTT-LINEA                   PIC ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTT-COD-ARTICULO            PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTT-ORIGEN                  PIC X(03).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTT-DESTINO                 PIC X(03).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTT-CANTIDAD                PIC Z.ZZZ.ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTT-FECHA-DESPACHO          PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTT-DIAS-TRANSITO           PIC ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTT-DIAS-TRANSC             PIC ZZZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTT-DIAS-ATRASO             PIC ZZZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 LTT-VALOR                   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                      PIC X(38) VALUE SPACES.

      *----------------------------------------------------------------*
      *                          AREA DE COPYS                         *
      *----------------------------------------------------------------*

      *================================================================*
      *                                                                *
      *               P R O C E D U R E   D I V I S I O N              *
      *                                                                *
      *================================================================*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIO-PROGRAMA
           PERFORM 2000-PROCESO-PROGRAMA
           PERFORM 9999-FINAL-PROGRAMA
           .

      *----------------------------------------------------------------*
      * 1000-INICIO-PROGRAMA                                           *
      *    RECIBIR EL PARM DE JCL (EJECUCION POR LOTES) O DETERMINAR   *
      *    QUE EL PROGRAMA SE ESTA CORRIENDO DESDE TERMINAL. EN LOTE   *
      *    EL PARM TRAE OPERADOR/OPCIONES (EJ. JPEREZ/12)              *
      *----------------------------------------------------------------*
       1000-INICIO-PROGRAMA.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WPJ-VALOR FROM COMMAND-LINE
           PERFORM 1100-CALCULAR-LONGITUD-PARM
           IF WPP-LONGITUD = ZERO
               SET MODO-INTERACTIVO TO TRUE
           ELSE
               SET MODO-LOTE TO TRUE
               PERFORM 1200-SEPARAR-OPERADOR-PARM
           END-IF
           .

      *----------------------------------------------------------------*
      * 1100-CALCULAR-LONGITUD-PARM                                    *
      *    OBTENER LA LONGITUD REAL DEL PARM RECIBIDO (SIN LOS         *
      *    ESPACIOS QUE LO RELLENAN A LA DERECHA)                      *
      *----------------------------------------------------------------*
       1100-CALCULAR-LONGITUD-PARM.
           MOVE 20 TO WPP-LONGITUD
           PERFORM 1110-RECORTAR-LONGITUD-PARM
               UNTIL WPP-LONGITUD = ZERO
               OR WPJ-VALOR (WPP-LONGITUD:1) NOT = SPACE
           .

      *----------------------------------------------------------------*
      * 1110-RECORTAR-LONGITUD-PARM                                    *
      *----------------------------------------------------------------*
       1110-RECORTAR-LONGITUD-PARM.
           SUBTRACT 1 FROM WPP-LONGITUD
           .

      *----------------------------------------------------------------*
      * 1200-SEPARAR-OPERADOR-PARM                                     *
      *    SEPARAR DEL PARM DE LOTE EL CODIGO DE OPERADOR Y LA CADENA  *
      *    DE OPCIONES A EJECUTAR. SI EL PARM NO TRAE LA BARRA, TODO   *
      *    QUEDA COMO OPERADOR Y NO HAY OPCIONES QUE EJECUTAR          *
      *----------------------------------------------------------------*
       1200-SEPARAR-OPERADOR-PARM.
           MOVE SPACES TO WZD-OPER-CODIGO
           MOVE SPACES TO WPP-OPCIONES
           UNSTRING WPJ-VALOR DELIMITED BY '/'
               INTO WZD-OPER-CODIGO
                    WPP-OPCIONES
           PERFORM 1250-CALCULAR-LONGITUD-OPCIONES
           .

      *----------------------------------------------------------------*
      * 1250-CALCULAR-LONGITUD-OPCIONES                                *
      *----------------------------------------------------------------*
       1250-CALCULAR-LONGITUD-OPCIONES.
           MOVE 10 TO WPP-LONGITUD
           PERFORM 1110-RECORTAR-LONGITUD-PARM
               UNTIL WPP-LONGITUD = ZERO
               OR WPP-OPCIONES (WPP-LONGITUD:1) NOT = SPACE
           .

      *----------------------------------------------------------------*
      * 1500-IDENTIFICAR-OPERADOR                                      *
      *    VALIDAR EL CODIGO DE OPERADOR DE LA SESION CONTRA EL        *
      *    ARCHIVO DE OPERADORES. EN TERMINAL SE PIDE AL INICIO; EN    *
      *    LOTE VIENE EN EL PARM. SIN OPERADOR AUTORIZADO NO SE        *
      *    EJECUTA NINGUNA OPCION                                      *
      *----------------------------------------------------------------*
       1500-IDENTIFICAR-OPERADOR.
           MOVE 'N' TO WSW-OPER-VALIDO
           IF MODO-INTERACTIVO
               DISPLAY '*  Codigo de operador -> ' WITH NO ADVANCING
               ACCEPT WZD-OPER-CODIGO
           END-IF
           INSPECT WZD-OPER-CODIGO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WZD-OPER-CODIGO = SPACES
               DISPLAY '*  SE REQUIERE UN CODIGO DE OPERADOR'
           ELSE
               PERFORM 1550-BUSCAR-OPERADOR
           END-IF
           IF NOT OPERADOR-VALIDO
               DISPLAY '*  OPERADOR NO AUTORIZADO: ' WZD-OPER-CODIGO
           END-IF
           .

      *----------------------------------------------------------------*
      * 1550-BUSCAR-OPERADOR                                           *
      *----------------------------------------------------------------*
       1550-BUSCAR-OPERADOR.
           MOVE 'N' TO WSW-FIN-OPERADORES
           MOVE ZERO TO WZD-OPER-NIVEL
           OPEN INPUT ARCH-OPERADORES
           IF WFS-OPERADORES NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO DE OPERADORES'
           ELSE
               PERFORM 1560-LEER-REGISTRO-OPERADOR
               PERFORM UNTIL FIN-OPERADORES OR OPERADOR-VALIDO
                   IF OPE-COD-OPERADOR = WZD-OPER-CODIGO
                           AND OPE-NIVEL-PERMISO IS NUMERIC
                           AND OPE-NIVEL-PERMISO > ZERO
                       MOVE 'S' TO WSW-OPER-VALIDO
                       MOVE OPE-NIVEL-PERMISO TO WZD-OPER-NIVEL
                   ELSE
                       PERFORM 1560-LEER-REGISTRO-OPERADOR
                   END-IF
               END-PERFORM
               CLOSE ARCH-OPERADORES
           END-IF
           .

      *----------------------------------------------------------------*
      * 1560-LEER-REGISTRO-OPERADOR                                    *
      *----------------------------------------------------------------*
       1560-LEER-REGISTRO-OPERADOR.
           READ ARCH-OPERADORES
               AT END
                   MOVE 'S' TO WSW-FIN-OPERADORES
           END-READ
           .

      *----------------------------------------------------------------*
      * 2000-PROCESO-PROGRAMA                                          *
      *----------------------------------------------------------------*
       2000-PROCESO-PROGRAMA.
           MOVE 'N' TO WSW-FIN-PROGRAMA
           PERFORM 1500-IDENTIFICAR-OPERADOR
           IF NOT OPERADOR-VALIDO
               MOVE 'IDENTIFICACION DE OPERADOR' TO
                       WZD-AUDIT-DESCRIPCION
               MOVE 'RECHAZADO: OPERADOR NO AUTORIZADO' TO
                       WZD-AUDIT-RESULTADO
               PERFORM 7000-REGISTRAR-AUDITORIA
               MOVE 20 TO RETURN-CODE
           ELSE
               ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
               ACCEPT WCH-HORA-SISTEMA FROM TIME
               MOVE SPACES TO WZD-SESION-ID
               STRING WCH-FECHA-SISTEMA      DELIMITED BY SIZE
                      WCH-HORA-SISTEMA (1:6) DELIMITED BY SIZE
                   INTO WZD-SESION-ID
               DISPLAY '*  SESION: ' WZD-SESION-ID
               IF MODO-LOTE
                   PERFORM 2500-PROCESO-LOTE
               ELSE
                   PERFORM 2100-MENU-PRINCIPAL
                   PERFORM UNTIL FIN-PROGRAMA
                       PERFORM 2200-EJECUTAR-OPCION
                       PERFORM 7000-REGISTRAR-AUDITORIA
                       IF NOT FIN-PROGRAMA
                           PERFORM 2100-MENU-PRINCIPAL
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 2100-MENU-PRINCIPAL                                            *
      *    MOSTRAR LAS DIFERENTES OPCIONES DEL PROGRAMA Y VALIDAR      *
      *    LA OPCION DIGITADA POR EL USUARIO                           *
      *----------------------------------------------------------------*
       2100-MENU-PRINCIPAL.
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '*                   REPORTAL                      *'
           DISPLAY '*              Inventory software                 *'
           DISPLAY '*                                                 *'
           DISPLAY '*  1. Leer archivo externo                        *'
           DISPLAY '*  2. Generar reporte                             *'
           DISPLAY '*  3. Mantenimiento de inventario                 *'
           DISPLAY '*  4. Exportar inventario a archivo plano         *'
           DISPLAY '*  5. Kardex de articulo                          *'
           DISPLAY '*  6. Sugerido de compra                          *'
           DISPLAY '*  7. Conteo fisico de inventario                 *'
           DISPLAY '*  8. Reporte ABC de valorizacion                 *'
           DISPLAY '*  9. Cierre de mes                               *'
           DISPLAY '*  A. Comparativo mensual                         *'
           DISPLAY '*  B. Consulta de articulo                        *'
           DISPLAY '*  C. Registrar salidas diarias                   *'
           DISPLAY '*  D. Archivar y depurar kardex                   *'
           DISPLAY '*  E. Diario contable de inventario               *'
           DISPLAY '*  F. Mantenimiento de proveedores                *'
           DISPLAY '*  G. Recuperacion del maestro                    *'
           DISPLAY '*  H. Antiguedad de inventario                    *'
           DISPLAY '*  I. Recepcion contra ordenes de compra          *'
           DISPLAY '*  J. Vencimiento de lotes                        *'
           DISPLAY '*  K. Cuadre maestro contra kardex                *'
           DISPLAY '*  L. Programa de conteo ciclico                  *'
           DISPLAY '*  M. Cumplimiento de conteo ciclico              *'
           DISPLAY '*  N. Revaluacion de costos                       *'
           DISPLAY '*  O. Despacho y recepcion de traslados           *'
           DISPLAY '*  P. Traslados en transito vencidos              *'
           DISPLAY '*  Q. Mantenimiento de bodegas                    *'
           DISPLAY '*  R. Carga diaria de reservas de pedidos         *'
           DISPLAY '*  T. Mantenimiento de reservas                   *'
           DISPLAY '*  U. Reservas abiertas por bodega                *'
           DISPLAY '*  V. Actividad por operador                      *'
           DISPLAY '*  W. Rotacion y cobertura                        *'
           DISPLAY '*  S. Salir                                       *'
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '*  Opcion -> ' WITH NO ADVANCING
           ACCEPT WZD-OPCION-ALFA
           INSPECT WZD-OPCION-ALFA
               CONVERTING 'abcdefghijklmnopqrstuvw'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVW'
           .

      *----------------------------------------------------------------*
      * 2200-EJECUTAR-OPCION                                           *
      *    EJECUTAR LA OPCION DE MENU DEJADA EN WZD-OPCION-ALFA,       *
      *    VENGA DEL TERMINAL O DEL PARM DE UNA EJECUCION POR LOTES.   *
      *    LAS OPCIONES SON DE UN SOLO CARACTER (1-9, A-W Y S)         *
      *----------------------------------------------------------------*
       2200-EJECUTAR-OPCION.
           EVALUATE WZD-OPCION-ALFA
               WHEN '1'
                   MOVE 'LEER ARCHIVO EXTERNO' TO
                           WZD-AUDIT-DESCRIPCION
                   PERFORM 3000-LEER-ARCHIVO-EXTERNO
                   MOVE WCT-REGISTROS-VALIDOS TO WAR-CANT-LEIDOS
                   MOVE WCT-TOTAL-RECHAZADOS TO WAR-CANT-RECHAZADOS
                   MOVE SPACES TO WZD-AUDIT-RESULTADO
                   STRING 'LEIDOS: '           DELIMITED BY SIZE
                          WAR-CANT-LEIDOS      DELIMITED BY SIZE
                          ' RECHAZADOS: '      DELIMITED BY SIZE
                          WAR-CANT-RECHAZADOS  DELIMITED BY SIZE
                       INTO WZD-AUDIT-RESULTADO
                   EVALUATE TRUE
                       WHEN ERROR-CARGA
                           MOVE
                             'RECHAZADO: NO SE PUDO ABRIR EL ARCHIVO'
                               TO WZD-AUDIT-RESULTADO
                           MOVE 12 TO RETURN-CODE
                       WHEN ERROR-CONTROL
                           MOVE 'CARGA RECHAZADA POR CONTROL' TO
                                   WZD-AUDIT-RESULTADO
                           MOVE 16 TO RETURN-CODE
                   END-EVALUATE
               WHEN '2'
                   MOVE 'GENERAR REPORTE' TO WZD-AUDIT-DESCRIPCION
                   PERFORM 4000-GENERAR-REPORTE
                   IF ERROR-REPORTE
                       MOVE 'RECHAZADO: NO SE PUDO ABRIR EL REPORTE' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 28 TO RETURN-CODE
                   ELSE
                       MOVE WCT-NUM-PAGINA TO WAR-CANT-PAGINAS
                       MOVE SPACES TO WZD-AUDIT-RESULTADO
                       STRING 'PAGINAS IMPRESAS: ' DELIMITED BY SIZE
                              WAR-CANT-PAGINAS      DELIMITED BY SIZE
                           INTO WZD-AUDIT-RESULTADO
                   END-IF
               WHEN '3'
                   MOVE 'MANTENIMIENTO DE INVENTARIO' TO
                           WZD-AUDIT-DESCRIPCION
                   IF NOT OPER-NIVEL-AJUSTES
                       DISPLAY '*  EL OPERADOR NO TIENE PERMISO PARA '
                               'MANTENIMIENTO'
                       MOVE 'RECHAZADO: OPERADOR SIN PERMISO' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 20 TO RETURN-CODE
                   ELSE
                   IF MODO-LOTE
                       DISPLAY '*  MANTENIMIENTO REQUIERE TERMINAL, '
                               'NO SE EJECUTA EN MODO LOTE'
                       MOVE 'RECHAZADO: NO DISPONIBLE EN LOTE' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 24 TO RETURN-CODE
                   ELSE
                       PERFORM 5000-MANTENIMIENTO-INVENTARIO
                       MOVE WCT-CAMBIOS-MANT TO WAR-CANT-CAMBIOS
                       MOVE SPACES TO WZD-AUDIT-RESULTADO
                       STRING 'REGISTROS CAMBIADOS: ' DELIMITED BY SIZE
                              WAR-CANT-CAMBIOS         DELIMITED BY SIZE
                           INTO WZD-AUDIT-RESULTADO
                   END-IF
                   END-IF
               WHEN '4'
                   MOVE 'EXPORTAR INVENTARIO' TO
                           WZD-AUDIT-DESCRIPCION
                   PERFORM 6000-EXPORTAR-INVENTARIO
                   IF ERROR-EXPORTA
                       MOVE 'RECHAZADO: NO SE PUDO ABRIR LA EXPORTACION'
                               TO WZD-AUDIT-RESULTADO
                       MOVE 28 TO RETURN-CODE
                   ELSE
                       MOVE WCT-REGISTROS-EXPORTADOS TO
                               WAR-CANT-EXPORTADOS
                       MOVE SPACES TO WZD-AUDIT-RESULTADO
                       STRING 'REGISTROS EXPORTADOS: '
                               DELIMITED BY SIZE
                              WAR-CANT-EXPORTADOS DELIMITED BY SIZE
                           INTO WZD-AUDIT-RESULTADO
                   END-IF
               WHEN '5'
                   MOVE 'KARDEX DE ARTICULO' TO WZD-AUDIT-DESCRIPCION
                   IF MODO-LOTE AND NOT LOTE-CON-CONTROL
                       DISPLAY '*  EL KARDEX EN LOTE REQUIERE '
                               'TARJETA DE CONTROL CON PARAMETROS'
                       MOVE 'RECHAZADO: NO DISPONIBLE EN LOTE' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 24 TO RETURN-CODE
                   ELSE
                       IF MODO-INTERACTIVO
                           PERFORM 6500-KARDEX-ARTICULO
                       ELSE
                           PERFORM 6510-GENERAR-KARDEX
                       END-IF
                       MOVE WCT-KDX-IMPRESOS TO WAR-CANT-MOVIMIENTOS
                       MOVE SPACES TO WZD-AUDIT-RESULTADO
                       STRING 'MOVIMIENTOS IMPRESOS: '
                               DELIMITED BY SIZE
                              WAR-CANT-MOVIMIENTOS DELIMITED BY SIZE
                           INTO WZD-AUDIT-RESULTADO
                   END-IF
               WHEN '6'
                   MOVE 'SUGERIDO DE COMPRA' TO WZD-AUDIT-DESCRIPCION
                   PERFORM 4500-SUGERIDO-COMPRA
                   IF ERROR-REPORTE
                       MOVE 'RECHAZADO: NO SE PUDO GENERAR EL SUGERIDO'
                               TO WZD-AUDIT-RESULTADO
                       MOVE 28 TO RETURN-CODE
                   ELSE
                       MOVE WCT-SUGERIDOS TO WAR-CANT-SUGERIDOS
                       MOVE SPACES TO WZD-AUDIT-RESULTADO
                       STRING 'ARTICULOS SUGERIDOS: '
                               DELIMITED BY SIZE
                              WAR-CANT-SUGERIDOS DELIMITED BY SIZE
                           INTO WZD-AUDIT-RESULTADO
                   END-IF
               WHEN '7'
                   MOVE 'CONTEO FISICO INVENTARIO' TO
                           WZD-AUDIT-DESCRIPCION
                   IF NOT OPER-NIVEL-AJUSTES
                       DISPLAY '*  EL OPERADOR NO TIENE PERMISO PARA '
                               'EL CONTEO FISICO'
                       MOVE 'RECHAZADO: OPERADOR SIN PERMISO' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 20 TO RETURN-CODE
                   ELSE
                       PERFORM 8200-CONTEO-FISICO
                       IF ERROR-CONTEO
                           MOVE
                             'RECHAZADO: NO SE PUDO PROCESAR EL CONTEO'
                               TO WZD-AUDIT-RESULTADO
                           MOVE 28 TO RETURN-CODE
                       ELSE
                           MOVE WCT-CONTEO-AJUSTADOS
                               TO WAR-CANT-AJUSTADOS
                           MOVE SPACES TO WZD-AUDIT-RESULTADO
                           STRING 'AJUSTES APLICADOS: '
                                   DELIMITED BY SIZE
                                  WAR-CANT-AJUSTADOS DELIMITED BY SIZE
                               INTO WZD-AUDIT-RESULTADO
                       END-IF
                   END-IF
               WHEN '8'
                   MOVE 'REPORTE ABC VALORIZACION' TO
                           WZD-AUDIT-DESCRIPCION
                   PERFORM 4600-REPORTE-ABC
                   IF ERROR-REPORTE
                       MOVE 'RECHAZADO: NO SE PUDO GENERAR EL ABC' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 28 TO RETURN-CODE
                   ELSE
                       MOVE WCT-ABC-IMPRESOS TO WAR-CANT-ABC
                       MOVE SPACES TO WZD-AUDIT-RESULTADO
                       STRING 'ARTICULOS CLASIFICADOS: '
                               DELIMITED BY SIZE
                              WAR-CANT-ABC DELIMITED BY SIZE
                           INTO WZD-AUDIT-RESULTADO
                   END-IF
               WHEN '9'
                   MOVE 'CIERRE DE MES' TO WZD-AUDIT-DESCRIPCION
                   IF NOT OPER-NIVEL-CIERRE
                       DISPLAY '*  EL OPERADOR NO TIENE PERMISO PARA '
                               'EL CIERRE DE MES'
                       MOVE 'RECHAZADO: OPERADOR SIN PERMISO' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 20 TO RETURN-CODE
                   ELSE
                       PERFORM 8400-CIERRE-DE-MES
                       IF ERROR-CIERRE
                           MOVE 'RECHAZADO: NO SE PUDO CERRAR EL MES'
                               TO WZD-AUDIT-RESULTADO
                           MOVE 28 TO RETURN-CODE
                       ELSE
                           MOVE WCT-REG-RESPALDADOS
                               TO WAR-CANT-RESPALDADOS
                           MOVE SPACES TO WZD-AUDIT-RESULTADO
                           STRING 'REGISTROS RESPALDADOS: '
                                   DELIMITED BY SIZE
                                  WAR-CANT-RESPALDADOS
                                   DELIMITED BY SIZE
                               INTO WZD-AUDIT-RESULTADO
                       END-IF
                   END-IF
               WHEN 'A'
                   MOVE 'COMPARATIVO MENSUAL' TO WZD-AUDIT-DESCRIPCION
                   PERFORM 8450-COMPARATIVO-MENSUAL
                   IF ERROR-CIERRE
                       MOVE 'RECHAZADO: NO SE PUDO COMPARAR EL MES' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 28 TO RETURN-CODE
                   ELSE
                       MOVE WCT-CMP-IMPRESOS TO WAR-CANT-COMPARADOS
                       MOVE SPACES TO WZD-AUDIT-RESULTADO
                       STRING 'LINEAS COMPARADAS: '
                               DELIMITED BY SIZE
                              WAR-CANT-COMPARADOS DELIMITED BY SIZE
                           INTO WZD-AUDIT-RESULTADO
                   END-IF
               WHEN 'B'
                   MOVE 'CONSULTA DE ARTICULO' TO
                           WZD-AUDIT-DESCRIPCION
                   IF MODO-LOTE
                       DISPLAY '*  LA CONSULTA REQUIERE TERMINAL, '
                               'NO SE EJECUTA EN MODO LOTE'
                       MOVE 'RECHAZADO: NO DISPONIBLE EN LOTE' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 24 TO RETURN-CODE
                   ELSE
                       PERFORM 8600-CONSULTA-ARTICULO
                       MOVE WCT-CSL-ENCONTRADOS TO
                               WAR-CANT-CONSULTADOS
                       MOVE SPACES TO WZD-AUDIT-RESULTADO
                       STRING 'ARTICULOS CONSULTADOS: '
                               DELIMITED BY SIZE
                              WAR-CANT-CONSULTADOS DELIMITED BY SIZE
                           INTO WZD-AUDIT-RESULTADO
                   END-IF
               WHEN 'C'
                   MOVE 'REGISTRO DE SALIDAS' TO
                           WZD-AUDIT-DESCRIPCION
                   IF NOT OPER-NIVEL-AJUSTES
                       DISPLAY '*  EL OPERADOR NO TIENE PERMISO PARA '
                               'REGISTRAR SALIDAS'
                       MOVE 'RECHAZADO: OPERADOR SIN PERMISO' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 20 TO RETURN-CODE
                   ELSE
                       PERFORM 7800-PROCESAR-SALIDAS
                       IF ERROR-SALIDAS
                           MOVE
                             'RECHAZADO: NO SE PUDO PROCESAR SALIDAS'
                               TO WZD-AUDIT-RESULTADO
                           MOVE 12 TO RETURN-CODE
                       ELSE
                           MOVE WCT-SAL-APLICADAS TO WAR-CANT-SALIDAS
                           MOVE WCT-SAL-RECHAZADAS TO WAR-CANT-SAL-RECH
                           MOVE SPACES TO WZD-AUDIT-RESULTADO
                           STRING 'SALIDAS: '        DELIMITED BY SIZE
                                  WAR-CANT-SALIDAS   DELIMITED BY SIZE
                                  ' RECHAZADAS: '    DELIMITED BY SIZE
                                  WAR-CANT-SAL-RECH  DELIMITED BY SIZE
                               INTO WZD-AUDIT-RESULTADO
                       END-IF
                   END-IF
               WHEN 'D'
                   MOVE 'ARCHIVO DE KARDEX' TO WZD-AUDIT-DESCRIPCION
                   IF NOT OPER-NIVEL-CIERRE
                       DISPLAY '*  EL OPERADOR NO TIENE PERMISO PARA '
                               'ARCHIVAR EL KARDEX'
                       MOVE 'RECHAZADO: OPERADOR SIN PERMISO' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 20 TO RETURN-CODE
                   ELSE
                       PERFORM 7900-ARCHIVAR-KARDEX
                       IF ERROR-ARCHIVO-KDX
                           MOVE
                             'RECHAZADO: NO SE PUDO ARCHIVAR EL KARDEX'
                               TO WZD-AUDIT-RESULTADO
                           MOVE 28 TO RETURN-CODE
                       ELSE
                           MOVE WCT-ARC-ARCHIVADOS
                               TO WAR-CANT-ARCHIVADOS
                           MOVE SPACES TO WZD-AUDIT-RESULTADO
                           STRING 'MOVIMIENTOS ARCHIVADOS: '
                                   DELIMITED BY SIZE
                                  WAR-CANT-ARCHIVADOS
                                   DELIMITED BY SIZE
                               INTO WZD-AUDIT-RESULTADO
                       END-IF
                   END-IF
               WHEN 'E'
                   MOVE 'DIARIO CONTABLE' TO WZD-AUDIT-DESCRIPCION
                   PERFORM 8000-GENERAR-DIARIO
                   IF ERROR-DIARIO
                       MOVE 'RECHAZADO: NO SE PUDO GENERAR EL DIARIO'
                               TO WZD-AUDIT-RESULTADO
                       MOVE 28 TO RETURN-CODE
                   ELSE
                       MOVE WCT-DIA-REGISTROS TO WAR-CANT-ASIENTOS
                       MOVE SPACES TO WZD-AUDIT-RESULTADO
                       STRING 'ASIENTOS GENERADOS: '
                               DELIMITED BY SIZE
                              WAR-CANT-ASIENTOS DELIMITED BY SIZE
                           INTO WZD-AUDIT-RESULTADO
                   END-IF
               WHEN 'F'
                   MOVE 'MANTENIMIENTO DE PROVEEDORES' TO
                           WZD-AUDIT-DESCRIPCION
                   IF NOT OPER-NIVEL-AJUSTES
                       DISPLAY '*  EL OPERADOR NO TIENE PERMISO PARA '
                               'MANTENIMIENTO DE PROVEEDORES'
                       MOVE 'RECHAZADO: OPERADOR SIN PERMISO' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 20 TO RETURN-CODE
                   ELSE
                   IF MODO-LOTE
                       DISPLAY '*  MANTENIMIENTO REQUIERE TERMINAL, '
                               'NO SE EJECUTA EN MODO LOTE'
                       MOVE 'RECHAZADO: NO DISPONIBLE EN LOTE' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 24 TO RETURN-CODE
                   ELSE
                       PERFORM 5600-MANTENIMIENTO-PROVEEDORES
                       MOVE WCT-CAMBIOS-PROV TO WAR-CANT-CAMBIOS
                       MOVE SPACES TO WZD-AUDIT-RESULTADO
                       STRING 'PROVEEDORES CAMBIADOS: '
                               DELIMITED BY SIZE
                              WAR-CANT-CAMBIOS DELIMITED BY SIZE
                           INTO WZD-AUDIT-RESULTADO
                   END-IF
                   END-IF
               WHEN 'G'
                   MOVE 'RECUPERACION DEL MAESTRO' TO
                           WZD-AUDIT-DESCRIPCION
                   IF NOT OPER-NIVEL-CIERRE
                       DISPLAY '*  EL OPERADOR NO TIENE PERMISO PARA '
                               'LA RECUPERACION'
                       MOVE 'RECHAZADO: OPERADOR SIN PERMISO' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 20 TO RETURN-CODE
                   ELSE
                   IF MODO-LOTE
                       DISPLAY '*  LA RECUPERACION REQUIERE TERMINAL, '
                               'NO SE EJECUTA EN MODO LOTE'
                       MOVE 'RECHAZADO: NO DISPONIBLE EN LOTE' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 24 TO RETURN-CODE
                   ELSE
                       PERFORM 8700-RECUPERACION-MAESTRO
                       IF ERROR-RECUPERA
                           MOVE
                             'RECHAZADO: NO SE PUDO RECUPERAR'
                               TO WZD-AUDIT-RESULTADO
                           MOVE 28 TO RETURN-CODE
                       ELSE
                           MOVE WCT-REC-APLICADOS
                               TO WAR-CANT-RECUPERADOS
                           MOVE SPACES TO WZD-AUDIT-RESULTADO
                           STRING 'REGISTROS RECUPERADOS: '
                                   DELIMITED BY SIZE
                                  WAR-CANT-RECUPERADOS
                                   DELIMITED BY SIZE
                               INTO WZD-AUDIT-RESULTADO
                       END-IF
                   END-IF
                   END-IF
               WHEN 'H'
                   MOVE 'ANTIGUEDAD DE INVENTARIO' TO
                           WZD-AUDIT-DESCRIPCION
                   PERFORM 8800-REPORTE-ANTIGUEDAD
                   IF ERROR-REPORTE
                       MOVE
                         'RECHAZADO: NO SE PUDO GENERAR ANTIGUEDAD'
                               TO WZD-AUDIT-RESULTADO
                       MOVE 28 TO RETURN-CODE
                   ELSE
                       MOVE WCT-ANT-EVALUADOS TO WAR-CANT-EVALUADOS
                       MOVE SPACES TO WZD-AUDIT-RESULTADO
                       STRING 'ARTICULOS EVALUADOS: '
                               DELIMITED BY SIZE
                              WAR-CANT-EVALUADOS DELIMITED BY SIZE
                           INTO WZD-AUDIT-RESULTADO
                   END-IF
               WHEN 'I'
                   MOVE 'RECEPCION DE ORDENES DE COMPRA' TO
                           WZD-AUDIT-DESCRIPCION
                   IF NOT OPER-NIVEL-AJUSTES
                       DISPLAY '*  EL OPERADOR NO TIENE PERMISO PARA '
                               'RECIBIR MERCANCIA'
                       MOVE 'RECHAZADO: OPERADOR SIN PERMISO' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 20 TO RETURN-CODE
                   ELSE
                       PERFORM 7100-RECEPCION-ORDENES
                       IF ERROR-RECEPCION
                           MOVE
                             'RECHAZADO: NO SE PUDO PROCESAR RECEPCION'
                               TO WZD-AUDIT-RESULTADO
                           MOVE 12 TO RETURN-CODE
                       ELSE
                           MOVE WCT-RCP-APLICADAS TO WAR-CANT-RECIBIDAS
                           MOVE WCT-RCP-RECHAZADAS TO WAR-CANT-REC-RECH
                           MOVE SPACES TO WZD-AUDIT-RESULTADO
                           STRING 'RECIBIDAS: '      DELIMITED BY SIZE
                                  WAR-CANT-RECIBIDAS DELIMITED BY SIZE
                                  ' RECHAZADAS: '    DELIMITED BY SIZE
                                  WAR-CANT-REC-RECH  DELIMITED BY SIZE
                               INTO WZD-AUDIT-RESULTADO
                       END-IF
                   END-IF
               WHEN 'J'
                   MOVE 'REPORTE DE VENCIMIENTO DE LOTES' TO
                           WZD-AUDIT-DESCRIPCION
                   PERFORM 7200-REPORTE-VENCIMIENTOS
                   IF ERROR-VENCE
                       MOVE 'RECHAZADO: NO SE PUDO GENERAR VENCIMIENTOS'
                           TO WZD-AUDIT-RESULTADO
                       MOVE 28 TO RETURN-CODE
                   ELSE
                       MOVE WCT-LOT-IMPRESOS TO WAR-CANT-LOTES
                       MOVE SPACES TO WZD-AUDIT-RESULTADO
                       STRING 'LOTES VENCIDOS O POR VENCER: '
                               DELIMITED BY SIZE
                              WAR-CANT-LOTES DELIMITED BY SIZE
                           INTO WZD-AUDIT-RESULTADO
                   END-IF
               WHEN 'K'
                   MOVE 'CUADRE MAESTRO CONTRA KARDEX' TO
                           WZD-AUDIT-DESCRIPCION
                   PERFORM 8900-CUADRE-INVENTARIO
                   IF ERROR-CUADRE
                       MOVE 'RECHAZADO: NO SE PUDO GENERAR EL CUADRE'
                           TO WZD-AUDIT-RESULTADO
                       MOVE 28 TO RETURN-CODE
                   ELSE
                       MOVE WCT-CUA-CLAVES TO WAR-CANT-CLAVES
                       MOVE WCT-CUA-DESCUADRES TO WAR-CANT-DESCUADRES
                       MOVE SPACES TO WZD-AUDIT-RESULTADO
                       STRING 'CLAVES REVISADAS: ' DELIMITED BY SIZE
                              WAR-CANT-CLAVES      DELIMITED BY SIZE
                              ' DESCUADRES: '      DELIMITED BY SIZE
                              WAR-CANT-DESCUADRES  DELIMITED BY SIZE
                           INTO WZD-AUDIT-RESULTADO
                       IF WCT-CUA-DESCUADRES > ZERO
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               WHEN 'L'
                   MOVE 'PROGRAMA DE CONTEO CICLICO' TO
                           WZD-AUDIT-DESCRIPCION
                   PERFORM 8500-PROGRAMAR-CONTEO-CICLICO
                   IF ERROR-CICLO
                       MOVE 'RECHAZADO: NO SE PUDO PROGRAMAR EL CONTEO'
                           TO WZD-AUDIT-RESULTADO
                       MOVE 28 TO RETURN-CODE
                   ELSE
                       MOVE WCT-CIC-PROGRAMADAS TO WAR-CANT-PROGRAMADOS
                       MOVE WCT-CIC-OMITIDAS TO WAR-CANT-OMITIDOS
                       MOVE SPACES TO WZD-AUDIT-RESULTADO
                       STRING 'CONTEOS PROGRAMADOS: ' DELIMITED BY SIZE
                              WAR-CANT-PROGRAMADOS   DELIMITED BY SIZE
                              ' OMITIDOS: '          DELIMITED BY SIZE
                              WAR-CANT-OMITIDOS      DELIMITED BY SIZE
                           INTO WZD-AUDIT-RESULTADO
                   END-IF
               WHEN 'M'
                   MOVE 'CUMPLIMIENTO DE CONTEO CICLICO' TO
                           WZD-AUDIT-DESCRIPCION
                   PERFORM 8570-REPORTE-CUMPLIMIENTO
                   IF ERROR-CICLO
                       MOVE 'RECHAZADO: NO SE PUDO GENERAR CUMPLIMIENTO'
                           TO WZD-AUDIT-RESULTADO
                       MOVE 28 TO RETURN-CODE
                   ELSE
                       MOVE WCT-CIC-LISTADAS TO WAR-CANT-OMITIDOS
                       MOVE SPACES TO WZD-AUDIT-RESULTADO
                       STRING 'CONTEOS OMITIDOS: ' DELIMITED BY SIZE
                              WAR-CANT-OMITIDOS    DELIMITED BY SIZE
                           INTO WZD-AUDIT-RESULTADO
                   END-IF
               WHEN 'N'
                   MOVE 'REVALUACION DE COSTOS' TO
                           WZD-AUDIT-DESCRIPCION
                   IF NOT OPER-NIVEL-AJUSTES
                       DISPLAY '*  EL OPERADOR NO TIENE PERMISO PARA '
                               'REVALUAR COSTOS'
                       MOVE 'RECHAZADO: OPERADOR SIN PERMISO' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 20 TO RETURN-CODE
                   ELSE
                       PERFORM 8100-REVALUACION-COSTOS
                       IF ERROR-REVALUA
                           MOVE
                             'RECHAZADO: NO SE PUDO REVALUAR COSTOS'
                               TO WZD-AUDIT-RESULTADO
                           MOVE 12 TO RETURN-CODE
                       ELSE
                           MOVE WCT-REV-APLICADAS
                               TO WAR-CANT-REVALUADAS
                           MOVE WCT-REV-RECHAZADAS TO WAR-CANT-REV-RECH
                           MOVE SPACES TO WZD-AUDIT-RESULTADO
                           STRING 'REVALUADAS: '      DELIMITED BY SIZE
                                  WAR-CANT-REVALUADAS DELIMITED BY SIZE
                                  ' RECHAZADAS: '     DELIMITED BY SIZE
                                  WAR-CANT-REV-RECH   DELIMITED BY SIZE
                               INTO WZD-AUDIT-RESULTADO
                       END-IF
                   END-IF
               WHEN 'O'
                   MOVE 'DESPACHO Y RECEPCION TRASLADOS' TO
                           WZD-AUDIT-DESCRIPCION
                   IF NOT OPER-NIVEL-AJUSTES
                       DISPLAY '*  EL OPERADOR NO TIENE PERMISO PARA '
                               'PROCESAR TRASLADOS'
                       MOVE 'RECHAZADO: OPERADOR SIN PERMISO' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 20 TO RETURN-CODE
                   ELSE
                       PERFORM 7300-TRASLADOS-TRANSITO
                       IF ERROR-TRASLADO
                           MOVE
                             'RECHAZADO: NO SE PUDO PROCESAR TRASLADOS'
                               TO WZD-AUDIT-RESULTADO
                           MOVE 12 TO RETURN-CODE
                       ELSE
                           MOVE WCT-TRS-DESPACHADOS
                               TO WAR-CANT-DESPACHADOS
                           MOVE WCT-TRS-RECIBIDOS
                               TO WAR-CANT-TRS-RECIBIDOS
                           MOVE WCT-TRS-RECHAZADOS TO WAR-CANT-TRS-RECH
                           MOVE SPACES TO WZD-AUDIT-RESULTADO
                           STRING 'DESP: '             DELIMITED BY SIZE
                                  WAR-CANT-DESPACHADOS
                                                      DELIMITED BY SIZE
                                  ' RECIB: '          DELIMITED BY SIZE
                                  WAR-CANT-TRS-RECIBIDOS
                                                      DELIMITED BY SIZE
                                  ' RECHAZ: '         DELIMITED BY SIZE
                                  WAR-CANT-TRS-RECH   DELIMITED BY SIZE
                               INTO WZD-AUDIT-RESULTADO
                       END-IF
                   END-IF
               WHEN 'P'
                   MOVE 'TRASLADOS EN TRANSITO VENCIDOS' TO
                           WZD-AUDIT-DESCRIPCION
                   PERFORM 7380-REPORTE-TRANSITO-VENCIDO
                   IF ERROR-TRASLADO
                       MOVE 'RECHAZADO: NO SE PUDO GENERAR EL REPORTE'
                           TO WZD-AUDIT-RESULTADO
                       MOVE 28 TO RETURN-CODE
                   ELSE
                       MOVE WCT-TRS-VENCIDOS TO WAR-CANT-TRS-VENCIDOS
                       MOVE SPACES TO WZD-AUDIT-RESULTADO
                       STRING 'TRASLADOS VENCIDOS: '  DELIMITED BY SIZE
                              WAR-CANT-TRS-VENCIDOS   DELIMITED BY SIZE
                           INTO WZD-AUDIT-RESULTADO
                   END-IF
               WHEN 'Q'
                   MOVE 'MANTENIMIENTO DE BODEGAS' TO
                           WZD-AUDIT-DESCRIPCION
                   IF NOT OPER-NIVEL-AJUSTES
                       DISPLAY '*  EL OPERADOR NO TIENE PERMISO PARA '
                               'MANTENIMIENTO DE BODEGAS'
                       MOVE 'RECHAZADO: OPERADOR SIN PERMISO' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 20 TO RETURN-CODE
                   ELSE
                   IF MODO-LOTE
                       DISPLAY '*  MANTENIMIENTO REQUIERE TERMINAL, '
                               'NO SE EJECUTA EN MODO LOTE'
                       MOVE 'RECHAZADO: NO DISPONIBLE EN LOTE' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 24 TO RETURN-CODE
                   ELSE
                       PERFORM 5700-MANTENIMIENTO-BODEGAS
                       MOVE WCT-CAMBIOS-BOD TO WAR-CANT-CAMBIOS
                       MOVE SPACES TO WZD-AUDIT-RESULTADO
                       STRING 'BODEGAS CAMBIADAS: '
                               DELIMITED BY SIZE
                              WAR-CANT-CAMBIOS DELIMITED BY SIZE
                           INTO WZD-AUDIT-RESULTADO
                   END-IF
                   END-IF
               WHEN 'R'
                   MOVE 'CARGA DE RESERVAS DE PEDIDOS' TO
                           WZD-AUDIT-DESCRIPCION
                   IF NOT OPER-NIVEL-AJUSTES
                       DISPLAY '*  EL OPERADOR NO TIENE PERMISO PARA '
                               'CARGAR RESERVAS'
                       MOVE 'RECHAZADO: OPERADOR SIN PERMISO' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 20 TO RETURN-CODE
                   ELSE
                       PERFORM 9000-CARGAR-RESERVAS
                       IF ERROR-RESERVA
                           MOVE
                             'RECHAZADO: NO SE PUDO CARGAR RESERVAS'
                               TO WZD-AUDIT-RESULTADO
                           MOVE 12 TO RETURN-CODE
                       ELSE
                           MOVE WCT-RSV-RESERVADAS
                               TO WAR-CANT-RESERVADAS
                           MOVE WCT-RSV-RECHAZADAS TO WAR-CANT-RSV-RECH
                           MOVE SPACES TO WZD-AUDIT-RESULTADO
                           STRING 'RESERVADAS: '       DELIMITED BY SIZE
                                  WAR-CANT-RESERVADAS DELIMITED BY SIZE
                                  ' RECHAZADAS: '     DELIMITED BY SIZE
                                  WAR-CANT-RSV-RECH   DELIMITED BY SIZE
                               INTO WZD-AUDIT-RESULTADO
                       END-IF
                   END-IF
               WHEN 'T'
                   MOVE 'MANTENIMIENTO DE RESERVAS' TO
                           WZD-AUDIT-DESCRIPCION
                   IF NOT OPER-NIVEL-AJUSTES
                       DISPLAY '*  EL OPERADOR NO TIENE PERMISO PARA '
                               'MANTENIMIENTO DE RESERVAS'
                       MOVE 'RECHAZADO: OPERADOR SIN PERMISO' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 20 TO RETURN-CODE
                   ELSE
                   IF MODO-LOTE
                       DISPLAY '*  MANTENIMIENTO REQUIERE TERMINAL, '
                               'NO SE EJECUTA EN MODO LOTE'
                       MOVE 'RECHAZADO: NO DISPONIBLE EN LOTE' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 24 TO RETURN-CODE
                   ELSE
                       PERFORM 9100-MANTENIMIENTO-RESERVAS
                       MOVE WCT-RSV-CAMBIOS TO WAR-CANT-CAMBIOS
                       MOVE SPACES TO WZD-AUDIT-RESULTADO
                       STRING 'RESERVAS CAMBIADAS: '
                               DELIMITED BY SIZE
                              WAR-CANT-CAMBIOS DELIMITED BY SIZE
                           INTO WZD-AUDIT-RESULTADO
                   END-IF
                   END-IF
               WHEN 'U'
                   MOVE 'RESERVAS ABIERTAS POR BODEGA' TO
                           WZD-AUDIT-DESCRIPCION
                   PERFORM 9200-REPORTE-RESERVAS
                   IF ERROR-RESERVA
                       MOVE 'RECHAZADO: NO SE PUDO GENERAR EL REPORTE'
                           TO WZD-AUDIT-RESULTADO
                       MOVE 28 TO RETURN-CODE
                   ELSE
                       MOVE WCT-RSV-ABIERTAS TO WAR-CANT-RSV-ABIERTAS
                       MOVE SPACES TO WZD-AUDIT-RESULTADO
                       STRING 'RESERVAS ABIERTAS: '   DELIMITED BY SIZE
                              WAR-CANT-RSV-ABIERTAS   DELIMITED BY SIZE
                           INTO WZD-AUDIT-RESULTADO
                   END-IF
               WHEN 'V'
                   MOVE 'ACTIVIDAD POR OPERADOR' TO
                           WZD-AUDIT-DESCRIPCION
                   IF NOT OPER-NIVEL-CIERRE
                       DISPLAY '*  EL OPERADOR NO TIENE PERMISO PARA '
                               'LA ACTIVIDAD DE OPERADORES'
                       MOVE 'RECHAZADO: OPERADOR SIN PERMISO' TO
                               WZD-AUDIT-RESULTADO
                       MOVE 20 TO RETURN-CODE
                   ELSE
                       IF MODO-INTERACTIVO
                           PERFORM 9300-ACTIVIDAD-OPERADORES
                       ELSE
                           PERFORM 9310-GENERAR-ACTIVIDAD
                       END-IF
                       IF ERROR-ACTIVIDAD
                           MOVE
                             'RECHAZADO: NO SE PUDO GENERAR EL REPORTE'
                               TO WZD-AUDIT-RESULTADO
                           MOVE 28 TO RETURN-CODE
                       ELSE
                           MOVE WCT-ACT-GEN-ACCIONES
                               TO WAR-CANT-ACCIONES
                           MOVE WCT-ACT-CAMBIOS-MAESTRO
                               TO WAR-CANT-CAMBIOS-MAE
                           MOVE SPACES TO WZD-AUDIT-RESULTADO
                           STRING 'ACCIONES: '        DELIMITED BY SIZE
                                  WAR-CANT-ACCIONES   DELIMITED BY SIZE
                                  ' CAMBIOS MAESTRO: '
                                                      DELIMITED BY SIZE
                                  WAR-CANT-CAMBIOS-MAE
                                                      DELIMITED BY SIZE
                               INTO WZD-AUDIT-RESULTADO
                       END-IF
                   END-IF
               WHEN 'W'
                   MOVE 'ROTACION Y COBERTURA' TO
                           WZD-AUDIT-DESCRIPCION
                   IF MODO-INTERACTIVO
                       PERFORM 9400-ROTACION-COBERTURA
                   ELSE
                       PERFORM 9410-GENERAR-ROTACION
                   END-IF
                   IF ERROR-ROTACION
                       MOVE 'RECHAZADO: NO SE PUDO GENERAR EL REPORTE'
                           TO WZD-AUDIT-RESULTADO
                       MOVE 28 TO RETURN-CODE
                   ELSE
                       MOVE WCT-ROT-CLAVES TO WAR-CANT-ROT-CLAVES
                       MOVE WCT-ROT-RIESGO TO WAR-CANT-ROT-RIESGO
                       MOVE SPACES TO WZD-AUDIT-RESULTADO
                       STRING 'CLAVES: '              DELIMITED BY SIZE
                              WAR-CANT-ROT-CLAVES     DELIMITED BY SIZE
                              ' EN RIESGO: '          DELIMITED BY SIZE
                              WAR-CANT-ROT-RIESGO     DELIMITED BY SIZE
                           INTO WZD-AUDIT-RESULTADO
                   END-IF
               WHEN 'S'
                   MOVE 'SALIR' TO WZD-AUDIT-DESCRIPCION
                   MOVE 'FIN DE SESION' TO WZD-AUDIT-RESULTADO
                   MOVE 'S' TO WSW-FIN-PROGRAMA
               WHEN OTHER
                   DISPLAY '*  OPCION INVALIDA, INTENTE DE NUEVO'
                   MOVE 'OPCION INVALIDA' TO WZD-AUDIT-DESCRIPCION
                   MOVE 'NINGUNA ACCION REALIZADA' TO
                           WZD-AUDIT-RESULTADO
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 2500-PROCESO-LOTE                                              *
      *    RECORRER CADA DIGITO DEL PARM DE JCL EJECUTANDO LA OPCION   *
      *    DE MENU CORRESPONDIENTE, SIN NECESIDAD DE TERMINAL          *
      *----------------------------------------------------------------*
       2500-PROCESO-LOTE.
           IF WPP-OPCIONES (1:1) = '*'
               PERFORM 2700-PROCESO-LOTE-CONTROL
           ELSE
               MOVE 1 TO WPP-INDICE
               PERFORM 2600-EJECUTAR-OPCION-LOTE
                   UNTIL WPP-INDICE > WPP-LONGITUD
                   OR FIN-PROGRAMA
           END-IF
           .

      *----------------------------------------------------------------*
      * 2600-EJECUTAR-OPCION-LOTE                                      *
      *----------------------------------------------------------------*
       2600-EJECUTAR-OPCION-LOTE.
           MOVE WPP-OPCIONES (WPP-INDICE:1) TO WZD-OPCION-ALFA
           INSPECT WZD-OPCION-ALFA
               CONVERTING 'abcdefghijklmnopqrstuvw'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVW'
           PERFORM 2200-EJECUTAR-OPCION
           PERFORM 7000-REGISTRAR-AUDITORIA
           ADD 1 TO WPP-INDICE
           .

      *----------------------------------------------------------------*
      * 2700-PROCESO-LOTE-CONTROL                                      *
      *    EJECUCION POR LOTES DIRIGIDA POR TARJETAS DE CONTROL        *
      *    (BATCTL): CADA TARJETA TRAE LA OPCION, LA POLITICA ANTE     *
      *    FALLA (C=CONTINUAR, A=ABORTAR) Y SUS PARAMETROS. LAS        *
      *    TARJETAS EN BLANCO O QUE EMPIEZAN CON * SE IGNORAN. SE      *
      *    IMPRIME EL RESUMEN DE EJECUCION CON UNA LINEA POR PASO Y    *
      *    EL RETORNO DEL PROGRAMA ES EL PEOR RETORNO DE LOS PASOS     *
      *----------------------------------------------------------------*
       2700-PROCESO-LOTE-CONTROL.
           MOVE 'S' TO WSW-LOTE-CONTROL
           MOVE 'N' TO WSW-FIN-TARJETAS
           MOVE 'N' TO WSW-LOTE-ABORTADO
           MOVE ZERO TO WCT-LOT-PASOS
           MOVE ZERO TO WZD-LOT-RC-MAX
           OPEN INPUT ARCH-CONTROL-LOTE
           IF WFS-CONTROL-LOTE NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO DE TARJETAS '
                       'DE CONTROL (BATCTL)'
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARCH-REP-LOTE
               IF WFS-REP-LOTE NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL RESUMEN DE '
                           'EJECUCION (REPLOTE)'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 2750-IMPRIMIR-ENCABEZADO-LOTE
                   PERFORM 2710-LEER-TARJETA-CONTROL
                   PERFORM UNTIL FIN-TARJETAS OR LOTE-ABORTADO
                       IF BCT-OPCION = SPACE OR BCT-OPCION = '*'
                           CONTINUE
                       ELSE
                           PERFORM 2720-EJECUTAR-PASO-LOTE
                       END-IF
                       PERFORM 2710-LEER-TARJETA-CONTROL
                   END-PERFORM
                   PERFORM 2760-IMPRIMIR-TOTAL-LOTE
                   CLOSE ARCH-REP-LOTE
                   MOVE WZD-LOT-RC-MAX TO RETURN-CODE
               END-IF
               CLOSE ARCH-CONTROL-LOTE
           END-IF
           .

      *----------------------------------------------------------------*
      * 2710-LEER-TARJETA-CONTROL                                      *
      *----------------------------------------------------------------*
       2710-LEER-TARJETA-CONTROL.
           READ ARCH-CONTROL-LOTE
               AT END
                   MOVE 'S' TO WSW-FIN-TARJETAS
           END-READ
           .

      *----------------------------------------------------------------*
      * 2720-EJECUTAR-PASO-LOTE                                        *
      *----------------------------------------------------------------*
       2720-EJECUTAR-PASO-LOTE.
           ADD 1 TO WCT-LOT-PASOS
           MOVE BCT-OPCION TO WZD-OPCION-ALFA
           INSPECT WZD-OPCION-ALFA
               CONVERTING 'abcdefghijklmnopqrstuvw'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVW'
           PERFORM 2730-APLICAR-PARAMETROS-PASO
           MOVE ZERO TO RETURN-CODE
           PERFORM 2200-EJECUTAR-OPCION
           PERFORM 7000-REGISTRAR-AUDITORIA
           MOVE RETURN-CODE TO WZD-LOT-RC-PASO
           IF WZD-LOT-RC-PASO > WZD-LOT-RC-MAX
               MOVE WZD-LOT-RC-PASO TO WZD-LOT-RC-MAX
           END-IF
           MOVE WCT-LOT-PASOS TO LL-PASO
           MOVE WZD-OPCION-ALFA TO LL-OPCION
           MOVE WZD-AUDIT-DESCRIPCION TO LL-DESCRIPCION
           MOVE WZD-AUDIT-RESULTADO TO LL-RESULTADO
           MOVE WZD-LOT-RC-PASO TO LL-RC
           WRITE REG-ARCH-REP-LOTE FROM WCH-LIN-DET-LOTE
               AFTER ADVANCING 1 LINE
           PERFORM 2740-LIMPIAR-PARAMETROS-PASO
           IF WZD-LOT-RC-PASO > ZERO
               AND BCT-POLITICA = 'A'
               MOVE 'S' TO WSW-LOTE-ABORTADO
               DISPLAY '*  PASO FALLIDO CON POLITICA DE ABORTO, SE '
                       'SUSPENDE EL LOTE'
           END-IF
           .

      *----------------------------------------------------------------*
      * 2730-APLICAR-PARAMETROS-PASO                                   *
      *    DEJAR LOS PARAMETROS DE LA TARJETA EN LAS VARIABLES QUE     *
      *    CADA OPCION CONSULTA CUANDO CORRE EN LOTE                   *
      *----------------------------------------------------------------*
       2730-APLICAR-PARAMETROS-PASO.
           EVALUATE WZD-OPCION-ALFA
               WHEN '5'
                   MOVE BCT-KDX-ARTICULO TO WZD-KDX-COD-ARTICULO
                   IF BCT-KDX-DESDE IS NUMERIC
                       MOVE BCT-KDX-DESDE TO WZD-KDX-FECHA-DESDE
                   ELSE
                       MOVE ZERO TO WZD-KDX-FECHA-DESDE
                   END-IF
                   IF BCT-KDX-HASTA IS NUMERIC
                       MOVE BCT-KDX-HASTA TO WZD-KDX-FECHA-HASTA
                   ELSE
                       MOVE 99999999 TO WZD-KDX-FECHA-HASTA
                   END-IF
                   MOVE BCT-KDX-INCLUIR TO WZD-KDX-INCLUIR
                   INSPECT WZD-KDX-INCLUIR CONVERTING 'sn' TO 'SN'
               WHEN '7'
               WHEN 'N'
                   MOVE BCT-CNT-APLICAR TO WZD-LOT-CONF-APLICAR
                   INSPECT WZD-LOT-CONF-APLICAR
                       CONVERTING 'sn' TO 'SN'
                   IF WZD-LOT-CONF-APLICAR NOT = 'N'
                       MOVE 'S' TO WZD-LOT-CONF-APLICAR
                   END-IF
               WHEN '9'
               WHEN 'A'
                   IF BCT-MES-PROCESO IS NUMERIC
                       MOVE BCT-MES-PROCESO TO WZD-LOT-MES-PROCESO
                   END-IF
               WHEN 'D'
                   IF BCT-FECHA-PROCESO IS NUMERIC
                       MOVE BCT-FECHA-PROCESO TO WZD-ARC-FECHA-CORTE
                   END-IF
               WHEN 'E'
                   IF BCT-FECHA-PROCESO IS NUMERIC
                       MOVE BCT-FECHA-PROCESO TO WZD-DIA-FECHA
                   END-IF
               WHEN 'K'
                   IF BCT-CUA-MES IS NUMERIC
                       MOVE BCT-CUA-MES TO WZD-LOT-MES-PROCESO
                   END-IF
                   IF BCT-CUA-FECHA IS NUMERIC
                       MOVE BCT-CUA-FECHA TO WZD-CUA-FECHA-PARM
                   END-IF
               WHEN 'V'
                   MOVE BCT-ACT-OPERADOR TO WZD-ACT-OPERADOR
                   INSPECT WZD-ACT-OPERADOR
                       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   MOVE BCT-ACT-SESION TO WZD-ACT-SESION
                   IF BCT-ACT-DESDE IS NUMERIC
                       MOVE BCT-ACT-DESDE TO WZD-ACT-FECHA-DESDE
                   END-IF
                   IF BCT-ACT-HASTA IS NUMERIC
                       MOVE BCT-ACT-HASTA TO WZD-ACT-FECHA-HASTA
                   END-IF
               WHEN 'W'
                   MOVE BCT-ROT-VENTANA TO WZD-ROT-VENTANA-ALFA
                   PERFORM 9405-FIJAR-VENTANA-ROTACION
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 2740-LIMPIAR-PARAMETROS-PASO                                   *
      *----------------------------------------------------------------*
       2740-LIMPIAR-PARAMETROS-PASO.
           MOVE 'S' TO WZD-LOT-CONF-APLICAR
           MOVE ZERO TO WZD-LOT-MES-PROCESO
           MOVE ZERO TO WZD-ARC-FECHA-CORTE
           MOVE ZERO TO WZD-DIA-FECHA
           MOVE 'N' TO WZD-KDX-INCLUIR
           MOVE ZERO TO WZD-CUA-FECHA-PARM
           MOVE SPACES TO WZD-ACT-OPERADOR
           MOVE SPACES TO WZD-ACT-SESION
           MOVE ZERO TO WZD-ACT-FECHA-DESDE
           MOVE 99999999 TO WZD-ACT-FECHA-HASTA
           MOVE 90 TO WZD-ROT-VENTANA
           .

      *----------------------------------------------------------------*
      * 2750-IMPRIMIR-ENCABEZADO-LOTE                                  *
      *----------------------------------------------------------------*
       2750-IMPRIMIR-ENCABEZADO-LOTE.
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ARCH-REP-LOTE FROM WCH-LIN-TIT-LOTE
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-MES    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-LOTE FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-LOTE
           WRITE REG-ARCH-REP-LOTE
               AFTER ADVANCING 1 LINE
           WRITE REG-ARCH-REP-LOTE FROM WCH-LIN-ENC-LOTE
               AFTER ADVANCING 1 LINE
           .

      *----------------------------------------------------------------*
      * 2760-IMPRIMIR-TOTAL-LOTE                                       *
      *----------------------------------------------------------------*
       2760-IMPRIMIR-TOTAL-LOTE.
           MOVE SPACES TO WCH-LIN-DET-LOTE
           MOVE WCT-LOT-PASOS TO LL-PASO
           IF LOTE-ABORTADO
               MOVE 'EJECUCION ABORTADA POR POLITICA' TO
                       LL-DESCRIPCION
           ELSE
               MOVE 'FIN NORMAL DEL LOTE' TO LL-DESCRIPCION
           END-IF
           MOVE 'PASOS EJECUTADOS' TO LL-RESULTADO
           MOVE WZD-LOT-RC-MAX TO LL-RC
           WRITE REG-ARCH-REP-LOTE FROM WCH-LIN-DET-LOTE
               AFTER ADVANCING 2 LINES
           .

      *----------------------------------------------------------------*
      * 3000-LEER-ARCHIVO-EXTERNO                                      *
      *    CARGAR EL ARCHIVO DIARIO DE INVENTARIO: EL FEED SE ORDENA   *
      *    POR ARTICULO + BODEGA CON SORT, CRITICANDO CADA REGISTRO    *
      *    AL ENTRAR Y RECHAZANDO LOS DUPLICADOS AL SALIR; LO VALIDO   *
      *    QUEDA EN EL ARCHIVO DE TRABAJO, SE CUADRA CONTRA EL         *
      *    CONTROL Y RECIEN ENTONCES SE APLICA SOBRE EL MAESTRO, DE    *
      *    MODO QUE EL TAMANO DEL FEED SOLO ESTA LIMITADO POR DISCO.   *
      *    REPETIR LA CORRIDA CON EL MISMO FEED DEJA EL MAESTRO        *
      *    IGUAL, POR LO QUE UNA CARGA INTERRUMPIDA SE REANUDA         *
      *    VOLVIENDO A CORRER LA OPCION                                *
      *----------------------------------------------------------------*
       3000-LEER-ARCHIVO-EXTERNO.
           MOVE ZERO TO WCT-REGISTROS-VALIDOS
           MOVE ZERO TO WCT-REGISTROS-APLICADOS
           MOVE ZERO TO WCT-OMITIDOS-BAJA
           MOVE ZERO TO WCT-RECH-ART-BLANCO
           MOVE ZERO TO WCT-RECH-CANT-NONUM
           MOVE ZERO TO WCT-RECH-COSTO-NONUM
           MOVE ZERO TO WCT-RECH-DUPLICADOS
           MOVE ZERO TO WCT-RECH-UM-DESC
           MOVE ZERO TO WCT-RECH-VENCE-INV
           MOVE ZERO TO WCT-RECH-BOD-NO-EXISTE
           MOVE ZERO TO WCT-RECH-BOD-CERRADA
           MOVE ZERO TO WCT-RECH-BOD-SIN-CARGA
           MOVE ZERO TO WCT-TOTAL-RECHAZADOS
           MOVE ZERO TO WCT-VAL-CANTIDAD
           MOVE ZERO TO WCT-VAL-COSTO
           MOVE 'N' TO WSW-FIN-ARCHIVO
           MOVE 'N' TO WSW-ERROR-CARGA
           MOVE 'N' TO WSW-ERROR-CONTROL
           SORT ARCH-ORDENAMIENTO
               ON ASCENDING KEY ORD-COD-ARTICULO
               ON ASCENDING KEY ORD-COD-BODEGA
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 3100-SELECCIONAR-FEED
               OUTPUT PROCEDURE IS 3600-DEPURAR-FEED
           IF NOT ERROR-CARGA
               PERFORM 3700-IMPRIMIR-RESUMEN-RECHAZOS
               PERFORM 3400-VALIDAR-CONTROL-TOTALES
               IF NOT ERROR-CONTROL
                   AND WCT-REGISTROS-VALIDOS > ZERO
                   PERFORM 3750-APLICAR-FEED-MAESTRO
               END-IF
           END-IF
           DISPLAY '*  REGISTROS LEIDOS : ' WCT-REGISTROS-VALIDOS
           DISPLAY '*  REGISTROS RECHAZADOS : ' WCT-TOTAL-RECHAZADOS
           .

      *----------------------------------------------------------------*
      * 3100-SELECCIONAR-FEED                                          *
      *    PROCEDIMIENTO DE ENTRADA DEL SORT: LEER EL ARCHIVO          *
      *    EXTERNO, CRITICAR CADA REGISTRO CAMPO A CAMPO Y ENTREGAR    *
      *    AL ORDENAMIENTO SOLO LOS VALIDOS; LOS DEMAS SE GRABAN EN    *
      *    EL ARCHIVO DE RECHAZOS CON SU MOTIVO                        *
      *----------------------------------------------------------------*
       3100-SELECCIONAR-FEED.
           PERFORM 3110-ABRIR-ARCHIVO-EXTERNO
           IF NO-FIN-ARCHIVO
               PERFORM 3200-LEER-REGISTRO-EXTERNO
               PERFORM UNTIL FIN-ARCHIVO
                   PERFORM 3150-LIBERAR-REGISTRO
                   PERFORM 3200-LEER-REGISTRO-EXTERNO
               END-PERFORM
           END-IF
           CLOSE ARCH-EXTERNO
           PERFORM 5765-CERRAR-BODEGAS-CONSULTA
           .

      *----------------------------------------------------------------*
      * 3110-ABRIR-ARCHIVO-EXTERNO                                     *
      *----------------------------------------------------------------*
       3110-ABRIR-ARCHIVO-EXTERNO.
           OPEN INPUT ARCH-EXTERNO
           IF WFS-EXTERNO NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO EXTERNO'
               MOVE 'S' TO WSW-FIN-ARCHIVO
               MOVE 'S' TO WSW-ERROR-CARGA
           ELSE
               OPEN OUTPUT ARCH-RECHAZOS
               IF WFS-RECHAZOS NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO DE RECHAZOS'
                   MOVE 'S' TO WSW-FIN-ARCHIVO
                   MOVE 'S' TO WSW-ERROR-CARGA
               ELSE
                   PERFORM 5760-ABRIR-BODEGAS-CONSULTA
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 3150-LIBERAR-REGISTRO                                          *
      *----------------------------------------------------------------*
       3150-LIBERAR-REGISTRO.
           PERFORM 3250-VALIDAR-REGISTRO-EXTERNO
           IF REGISTRO-VALIDO
               RELEASE REG-ORDENAMIENTO FROM REG-ARCH-EXTERNO
           ELSE
               PERFORM 3280-RECHAZAR-REGISTRO
           END-IF
           .

      *----------------------------------------------------------------*
      * 3200-LEER-REGISTRO-EXTERNO                                     *
      *----------------------------------------------------------------*
       3200-LEER-REGISTRO-EXTERNO.
           READ ARCH-EXTERNO
               AT END
                   MOVE 'S' TO WSW-FIN-ARCHIVO
           END-READ
           .

      *----------------------------------------------------------------*
      * 3250-VALIDAR-REGISTRO-EXTERNO                                  *
      *    CRITICAR CAMPO A CAMPO EL REGISTRO LEIDO DEL ARCHIVO        *
      *    EXTERNO. EL PRIMER ERROR ENCONTRADO DETERMINA EL MOTIVO     *
      *    DE RECHAZO; LOS DUPLICADOS SE DETECTAN A LA SALIDA DEL      *
      *    ORDENAMIENTO, DONDE QUEDAN CONSECUTIVOS                     *
      *----------------------------------------------------------------*
       3250-VALIDAR-REGISTRO-EXTERNO.
           MOVE 'S' TO WSW-REGISTRO-VALIDO
           MOVE SPACES TO WZD-MOTIVO-RECHAZO
           MOVE REG-COD-BODEGA IN REG-ARCH-EXTERNO TO WZD-BOD-VALIDAR
           PERFORM 5770-VALIDAR-BODEGA
           EVALUATE TRUE
               WHEN REG-COD-ARTICULO IN REG-ARCH-EXTERNO = SPACES
                   SET RECHAZO-ARTICULO-BLANCO TO TRUE
               WHEN REG-CANTIDAD IN REG-ARCH-EXTERNO IS NOT NUMERIC
                   SET RECHAZO-CANTIDAD-NONUM TO TRUE
               WHEN REG-COSTO-UNIT IN REG-ARCH-EXTERNO IS NOT NUMERIC
                   SET RECHAZO-COSTO-NONUM TO TRUE
               WHEN REG-UNIDAD-MEDIDA IN REG-ARCH-EXTERNO NOT = SPACES
                   AND REG-UNIDAD-MEDIDA IN REG-ARCH-EXTERNO
                       NOT = 'UND'
                   AND REG-UNIDAD-MEDIDA IN REG-ARCH-EXTERNO
                       NOT = 'EMP'
                   SET RECHAZO-UM-DESCONOCIDA TO TRUE
               WHEN EXT-NUM-LOTE NOT = SPACES
                   AND EXT-FECHA-VENCE NOT = SPACES
                   AND EXT-FECHA-VENCE IS NOT NUMERIC
                   SET RECHAZO-VENCE-INVALIDO TO TRUE
               WHEN BOD-VAL-NO-EXISTE
                   SET RECHAZO-BODEGA-NO-EXISTE TO TRUE
               WHEN BOD-VAL-CERRADA
                   SET RECHAZO-BODEGA-CERRADA TO TRUE
               WHEN NOT BODEGA-RECIBE-CARGA
                   SET RECHAZO-BODEGA-SIN-CARGA TO TRUE
           END-EVALUATE
           IF WZD-MOTIVO-RECHAZO NOT = SPACES
               MOVE 'N' TO WSW-REGISTRO-VALIDO
           END-IF
           .

      *----------------------------------------------------------------*
      * 3280-RECHAZAR-REGISTRO                                         *
      *    GRABAR EN EL ARCHIVO DE RECHAZOS EL REGISTRO ORIGINAL CON   *
      *    SU MOTIVO, PARA DEVOLVERLO AL PROVEEDOR, Y ACUMULAR LOS     *
      *    CONTADORES DEL RESUMEN IMPRESO                              *
      *----------------------------------------------------------------*
       3280-RECHAZAR-REGISTRO.
           MOVE REG-ARCH-EXTERNO TO RCH-REGISTRO-ORIGINAL
           MOVE WZD-MOTIVO-RECHAZO TO RCH-COD-MOTIVO
           WRITE REG-ARCH-RECHAZO
           EVALUATE TRUE
               WHEN RECHAZO-ARTICULO-BLANCO
                   ADD 1 TO WCT-RECH-ART-BLANCO
               WHEN RECHAZO-CANTIDAD-NONUM
                   ADD 1 TO WCT-RECH-CANT-NONUM
               WHEN RECHAZO-COSTO-NONUM
                   ADD 1 TO WCT-RECH-COSTO-NONUM
               WHEN RECHAZO-DUPLICADO
                   ADD 1 TO WCT-RECH-DUPLICADOS
               WHEN RECHAZO-UM-DESCONOCIDA
                   ADD 1 TO WCT-RECH-UM-DESC
               WHEN RECHAZO-VENCE-INVALIDO
                   ADD 1 TO WCT-RECH-VENCE-INV
               WHEN RECHAZO-BODEGA-NO-EXISTE
                   ADD 1 TO WCT-RECH-BOD-NO-EXISTE
               WHEN RECHAZO-BODEGA-CERRADA
                   ADD 1 TO WCT-RECH-BOD-CERRADA
               WHEN RECHAZO-BODEGA-SIN-CARGA
                   ADD 1 TO WCT-RECH-BOD-SIN-CARGA
           END-EVALUATE
           ADD 1 TO WCT-TOTAL-RECHAZADOS
           .

      *----------------------------------------------------------------*
      * 3600-DEPURAR-FEED                                              *
      *    PROCEDIMIENTO DE SALIDA DEL SORT: RECIBIR EL FEED YA        *
      *    ORDENADO, RECHAZAR LOS DUPLICADOS DE ARTICULO + BODEGA      *
      *    (QUE LLEGAN CONSECUTIVOS) Y GRABAR LO VALIDO EN EL          *
      *    ARCHIVO DE TRABAJO, ACUMULANDO LOS TOTALES PARA EL CUADRE   *
      *----------------------------------------------------------------*
       3600-DEPURAR-FEED.
           IF NOT ERROR-CARGA
               MOVE 'N' TO WSW-FIN-ORDENAMIENTO
               MOVE LOW-VALUES TO WCH-CLAVE-ANTERIOR
               OPEN OUTPUT ARCH-TRABAJO
               IF WFS-TRABAJO NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO DE TRABAJO'
                   MOVE 'S' TO WSW-ERROR-CARGA
               ELSE
                   PERFORM 3610-RETORNAR-REGISTRO-FEED
                   PERFORM UNTIL FIN-ORDENAMIENTO
                       PERFORM 3620-CLASIFICAR-REGISTRO-FEED
                       PERFORM 3610-RETORNAR-REGISTRO-FEED
                   END-PERFORM
                   CLOSE ARCH-TRABAJO
               END-IF
               IF WFS-RECHAZOS = '00'
                   CLOSE ARCH-RECHAZOS
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 3610-RETORNAR-REGISTRO-FEED                                    *
      *----------------------------------------------------------------*
       3610-RETORNAR-REGISTRO-FEED.
           RETURN ARCH-ORDENAMIENTO
               AT END
                   MOVE 'S' TO WSW-FIN-ORDENAMIENTO
           END-RETURN
           .

      *----------------------------------------------------------------*
      * 3620-CLASIFICAR-REGISTRO-FEED                                  *
      *----------------------------------------------------------------*
       3620-CLASIFICAR-REGISTRO-FEED.
           IF REG-ORDENAMIENTO (1:13) = WCH-CLAVE-ANTERIOR
               SET RECHAZO-DUPLICADO TO TRUE
               MOVE REG-ORDENAMIENTO TO RCH-REGISTRO-ORIGINAL
               MOVE WZD-MOTIVO-RECHAZO TO RCH-COD-MOTIVO
               WRITE REG-ARCH-RECHAZO
               ADD 1 TO WCT-RECH-DUPLICADOS
               ADD 1 TO WCT-TOTAL-RECHAZADOS
           ELSE
               MOVE REG-ORDENAMIENTO (1:13) TO WCH-CLAVE-ANTERIOR
               WRITE REG-ARCH-TRABAJO FROM REG-ORDENAMIENTO
               ADD 1 TO WCT-REGISTROS-VALIDOS
               ADD ORD-CANTIDAD TO WCT-VAL-CANTIDAD
               COMPUTE WCT-COSTO-EXT-ITEM =
                       ORD-CANTIDAD * ORD-COSTO-UNIT
               ADD WCT-COSTO-EXT-ITEM TO WCT-VAL-COSTO
           END-IF
           .

      *----------------------------------------------------------------*
      * 3750-APLICAR-FEED-MAESTRO                                      *
      *    APLICAR EL ARCHIVO DE TRABAJO (FEED ORDENADO Y DEPURADO)    *
      *    DIRECTAMENTE SOBRE EL MAESTRO: LO EXISTENTE SE ACTUALIZA,   *
      *    LO NUEVO SE ADICIONA Y LO DADO DE BAJA EN MANTENIMIENTO SE  *
      *    RESPETA (SE OMITE CON AVISO). CADA CAMBIO DE CANTIDAD DEJA  *
      *    SU MOVIMIENTO DE KARDEX                                     *
      *----------------------------------------------------------------*
       3750-APLICAR-FEED-MAESTRO.
           MOVE 'N' TO WSW-FIN-TRABAJO
           OPEN INPUT ARCH-TRABAJO
           IF WFS-TRABAJO NOT = '00'
               DISPLAY '*  NO SE PUDO RELEER EL ARCHIVO DE TRABAJO'
               MOVE 'S' TO WSW-ERROR-CARGA
           ELSE
               PERFORM 3760-ABRIR-MAESTRO-CARGA
               IF WFS-MAESTRO NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE '
                           'INVENTARIO'
                   MOVE 'S' TO WSW-ERROR-CARGA
               ELSE
                   PERFORM 7400-ABRIR-MOVIMIENTOS
                   PERFORM 7210-ABRIR-LOTES
                   PERFORM 3770-LEER-REGISTRO-TRABAJO
                   PERFORM UNTIL FIN-TRABAJO
                       PERFORM 3780-POSTEAR-REGISTRO-MAESTRO
                       PERFORM 3770-LEER-REGISTRO-TRABAJO
                   END-PERFORM
                   PERFORM 7215-CERRAR-LOTES
                   PERFORM 7450-CERRAR-BITACORAS
                   CLOSE ARCH-MAESTRO
                   DISPLAY '*  REGISTROS APLICADOS AL MAESTRO : '
                           WCT-REGISTROS-APLICADOS
                   IF WCT-OMITIDOS-BAJA > ZERO
                       DISPLAY '*  OMITIDOS POR BAJA EN MAESTRO : '
                               WCT-OMITIDOS-BAJA
                   END-IF
               END-IF
               CLOSE ARCH-TRABAJO
           END-IF
           .

      *----------------------------------------------------------------*
      * 3760-ABRIR-MAESTRO-CARGA                                       *
      *    ABRIR EL MAESTRO EN I-O PARA LA CARGA, CREANDOLO SOLO SI    *
      *    NO EXISTE (ESTADO 35, PRIMERA CORRIDA DEL SISTEMA).         *
      *    CUALQUIER OTRO ESTADO ES UN ERROR REAL (POR EJEMPLO UN      *
      *    MAESTRO SIN REORGANIZAR) Y NO DEBE TOCARSE EL ARCHIVO       *
      *----------------------------------------------------------------*
       3760-ABRIR-MAESTRO-CARGA.
           OPEN I-O ARCH-MAESTRO
           IF WFS-MAESTRO = '35'
               OPEN OUTPUT ARCH-MAESTRO
               CLOSE ARCH-MAESTRO
               OPEN I-O ARCH-MAESTRO
           END-IF
           IF WFS-MAESTRO NOT = '00'
               DISPLAY '*  ESTADO DEL MAESTRO: ' WFS-MAESTRO
           END-IF
           .

      *----------------------------------------------------------------*
      * 3770-LEER-REGISTRO-TRABAJO                                     *
      *----------------------------------------------------------------*
       3770-LEER-REGISTRO-TRABAJO.
           READ ARCH-TRABAJO
               AT END
                   MOVE 'S' TO WSW-FIN-TRABAJO
           END-READ
           .

      *----------------------------------------------------------------*
      * 3780-POSTEAR-REGISTRO-MAESTRO                                  *
      *    APLICAR UN REGISTRO DEL FEED SOBRE EL MAESTRO: SI EL        *
      *    ARTICULO EXISTE ACTIVO SE ACTUALIZAN DESCRIPCION Y          *
      *    CANTIDAD Y EL COSTO SE PROMEDIA PONDERADO CON LO RECIBIDO;  *
      *    SI EXISTE DADO DE BAJA SE OMITE (LA BAJA DE MANTENIMIENTO   *
      *    MANDA); SI NO EXISTE SE ADICIONA. SE GRABA MOVIMIENTO       *
      *    CUANDO CAMBIA LA CANTIDAD O EL COSTO UNITARIO. EL AUMENTO   *
      *    DE CANTIDAD SE SUMA AL LOTE DEL REGISTRO (SI TRAE LOTE) Y   *
      *    LA DISMINUCION SE DESCUENTA DE LOS LOTES POR VENCIMIENTO    *
      *----------------------------------------------------------------*
       3780-POSTEAR-REGISTRO-MAESTRO.
           MOVE TRA-COD-ARTICULO TO
                   REG-COD-ARTICULO IN REG-ARCH-MAESTRO
           MOVE TRA-COD-BODEGA TO
                   REG-COD-BODEGA IN REG-ARCH-MAESTRO
           READ ARCH-MAESTRO
               INVALID KEY
                   PERFORM 3790-ADICIONAR-ARTICULO-MAESTRO
               NOT INVALID KEY
                   IF ARTICULO-DE-BAJA IN REG-ARCH-MAESTRO
                       ADD 1 TO WCT-OMITIDOS-BAJA
                   ELSE
                       MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO
                           TO WMV-CANT-ANTERIOR
                       MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                           TO WMV-COSTO-ANTERIOR
                       MOVE REG-ARCH-MAESTRO TO WJR-IMAGEN-ANTERIOR
                       PERFORM 3787-CONVERTIR-UNIDAD-FEED
                       PERFORM 3785-CALCULAR-COSTO-PONDERADO
                       MOVE TRA-DESCRIPCION TO
                               REG-DESCRIPCION IN REG-ARCH-MAESTRO
                       MOVE WZD-CANT-CONVERTIDA TO
                               REG-CANTIDAD IN REG-ARCH-MAESTRO
                       MOVE WZD-COSTO-PONDERADO TO
                               REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                       REWRITE REG-ARCH-MAESTRO
                           INVALID KEY
                               DISPLAY '*  NO SE PUDO ACTUALIZAR EL '
                                       'ARTICULO: ' TRA-COD-ARTICULO
                           NOT INVALID KEY
                               ADD 1 TO WCT-REGISTROS-APLICADOS
                               MOVE 'C' TO WJR-OPERACION
                               PERFORM 7700-ESCRIBIR-JOURNAL
                               MOVE WZD-COSTO-PONDERADO
                                   TO WMV-COSTO-NUEVO
                               IF WZD-CANT-CONVERTIDA NOT =
                                       WMV-CANT-ANTERIOR
                                   OR WMV-COSTO-NUEVO NOT =
                                       WMV-COSTO-ANTERIOR
                                   MOVE TRA-COD-ARTICULO
                                       TO WMV-COD-ARTICULO
                                   MOVE TRA-COD-BODEGA
                                       TO WMV-COD-BODEGA
                                   MOVE WZD-CANT-CONVERTIDA
                                       TO WMV-CANT-NUEVA
                                   MOVE 'E' TO WMV-ORIGEN
                                   PERFORM 7500-ESCRIBIR-MOVIMIENTO
                               END-IF
                               COMPUTE WZD-LOT-DELTA =
                                       WZD-CANT-CONVERTIDA -
                                       WMV-CANT-ANTERIOR
                               PERFORM 7220-ACTUALIZAR-LOTE-FEED
                       END-REWRITE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * 3785-CALCULAR-COSTO-PONDERADO                                  *
      *    COSTO PROMEDIO PONDERADO ENTRE LO QUE HAY EN EL MAESTRO     *
      *    (CANTIDAD Y COSTO ACTUALES) Y LO RECIBIDO EN EL FEED        *
      *    (CANTIDAD Y COSTO DEL REGISTRO DE TRABAJO). SI ENTRE        *
      *    AMBOS NO HAY CANTIDAD, QUEDA EL COSTO RECIBIDO              *
      *----------------------------------------------------------------*
       3785-CALCULAR-COSTO-PONDERADO.
           COMPUTE WZD-CANT-PONDERADA =
                   REG-CANTIDAD IN REG-ARCH-MAESTRO +
                   WZD-CANT-CONVERTIDA
           IF WZD-CANT-PONDERADA = ZERO
               MOVE WZD-COSTO-CONVERTIDO TO WZD-COSTO-PONDERADO
           ELSE
               COMPUTE WZD-VALOR-PONDERADO =
                       REG-CANTIDAD IN REG-ARCH-MAESTRO *
                       REG-COSTO-UNIT IN REG-ARCH-MAESTRO +
                       WZD-CANT-CONVERTIDA * WZD-COSTO-CONVERTIDO
               COMPUTE WZD-COSTO-PONDERADO ROUNDED =
                       WZD-VALOR-PONDERADO / WZD-CANT-PONDERADA
           END-IF
           .

      *----------------------------------------------------------------*
      * 3787-CONVERTIR-UNIDAD-FEED                                     *
      *    LLEVAR LA CANTIDAD Y EL COSTO RECIBIDOS A LA UNIDAD DEL     *
      *    MAESTRO: SI EL FEED VIENE EN EMPAQUES (EMP) Y EL ARTICULO   *
      *    TIENE FACTOR DE UNIDADES POR EMPAQUE MAYOR A UNO, LA        *
      *    CANTIDAD SE MULTIPLICA Y EL COSTO SE DIVIDE POR EL          *
      *    FACTOR; EN BLANCO O UND SE TOMAN TAL CUAL                   *
      *----------------------------------------------------------------*
       3787-CONVERTIR-UNIDAD-FEED.
           MOVE TRA-CANTIDAD TO WZD-CANT-CONVERTIDA
           MOVE TRA-COSTO-UNIT TO WZD-COSTO-CONVERTIDO
           IF TRA-UNIDAD-MEDIDA = 'EMP'
               AND REG-UNIDS-EMPAQUE IN REG-ARCH-MAESTRO > 1
               COMPUTE WZD-CANT-CONVERTIDA =
                       TRA-CANTIDAD *
                       REG-UNIDS-EMPAQUE IN REG-ARCH-MAESTRO
               COMPUTE WZD-COSTO-CONVERTIDO ROUNDED =
                       TRA-COSTO-UNIT /
                       REG-UNIDS-EMPAQUE IN REG-ARCH-MAESTRO
           END-IF
           .

      *----------------------------------------------------------------*
      * 3790-ADICIONAR-ARTICULO-MAESTRO                                *
      *----------------------------------------------------------------*
       3790-ADICIONAR-ARTICULO-MAESTRO.
           MOVE TRA-COD-ARTICULO TO
                   REG-COD-ARTICULO IN REG-ARCH-MAESTRO
           MOVE TRA-COD-BODEGA TO
                   REG-COD-BODEGA IN REG-ARCH-MAESTRO
           MOVE TRA-DESCRIPCION TO
                   REG-DESCRIPCION IN REG-ARCH-MAESTRO
           MOVE TRA-CANTIDAD TO REG-CANTIDAD IN REG-ARCH-MAESTRO
           MOVE TRA-COSTO-UNIT TO
                   REG-COSTO-UNIT IN REG-ARCH-MAESTRO
           MOVE 'N' TO REG-INDICADOR-BAJA IN REG-ARCH-MAESTRO
           MOVE ZERO TO REG-STOCK-MINIMO IN REG-ARCH-MAESTRO
           MOVE ZERO TO REG-CANT-REORDEN IN REG-ARCH-MAESTRO
           MOVE SPACES TO REG-COD-PROVEEDOR IN REG-ARCH-MAESTRO
           MOVE ZERO TO REG-DIAS-ENTREGA IN REG-ARCH-MAESTRO
           IF TRA-UNIDAD-MEDIDA = SPACES
               MOVE 'UND' TO REG-UNIDAD-MEDIDA IN REG-ARCH-MAESTRO
           ELSE
               MOVE TRA-UNIDAD-MEDIDA TO
                       REG-UNIDAD-MEDIDA IN REG-ARCH-MAESTRO
           END-IF
           MOVE ZERO TO REG-UNIDS-EMPAQUE IN REG-ARCH-MAESTRO
           MOVE SPACES TO WJR-IMAGEN-ANTERIOR
           WRITE REG-ARCH-MAESTRO
               INVALID KEY
                   DISPLAY '*  NO SE PUDO ADICIONAR EL ARTICULO: '
                           TRA-COD-ARTICULO
               NOT INVALID KEY
                   ADD 1 TO WCT-REGISTROS-APLICADOS
                   MOVE 'A' TO WJR-OPERACION
                   PERFORM 7700-ESCRIBIR-JOURNAL
                   IF TRA-CANTIDAD NOT = ZERO
                       MOVE TRA-COD-ARTICULO TO WMV-COD-ARTICULO
                       MOVE TRA-COD-BODEGA TO WMV-COD-BODEGA
                       MOVE ZERO TO WMV-CANT-ANTERIOR
                       MOVE TRA-CANTIDAD TO WMV-CANT-NUEVA
                       MOVE ZERO TO WMV-COSTO-ANTERIOR
                       MOVE TRA-COSTO-UNIT TO WMV-COSTO-NUEVO
                       MOVE 'E' TO WMV-ORIGEN
                       PERFORM 7500-ESCRIBIR-MOVIMIENTO
                   END-IF
                   MOVE TRA-CANTIDAD TO WZD-LOT-DELTA
                   PERFORM 7220-ACTUALIZAR-LOTE-FEED
           END-WRITE
           .

      *----------------------------------------------------------------*
      * 3400-VALIDAR-CONTROL-TOTALES                                   *
      *    CUADRAR LO DEPURADO DEL ARCHIVO EXTERNO CONTRA EL           *
      *    REGISTRO DE CONTROL DEL DIA (CTLTOT). SI NO HAY REGISTRO    *
      *    DE CONTROL SE DEJA PASAR LA CARGA SIN CUADRAR; SI LO HAY Y  *
      *    SE SALE DE TOLERANCIA, LA CARGA SE RECHAZA                  *
      *----------------------------------------------------------------*
       3400-VALIDAR-CONTROL-TOTALES.
           MOVE 'N' TO WSW-ERROR-CONTROL
           PERFORM 3420-LEER-REGISTRO-CONTROL
           IF EXISTE-CONTROL
               PERFORM 3430-COMPARAR-TOTALES-CONTROL
           ELSE
               DISPLAY '*  NO HAY REGISTRO DE CONTROL (CTLTOT), NO SE '
                       'CUADRAN TOTALES'
           END-IF
           .

      *----------------------------------------------------------------*
      * 3420-LEER-REGISTRO-CONTROL                                     *
      *    LEER EL UNICO REGISTRO DEL ARCHIVO DE CONTROL, SI EXISTE    *
      *----------------------------------------------------------------*
       3420-LEER-REGISTRO-CONTROL.
           MOVE 'N' TO WSW-EXISTE-CONTROL
           OPEN INPUT ARCH-CONTROL
           IF WFS-CONTROL = '00'
               READ ARCH-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WSW-EXISTE-CONTROL
               END-READ
               CLOSE ARCH-CONTROL
           END-IF
           .

      *----------------------------------------------------------------*
      * 3430-COMPARAR-TOTALES-CONTROL                                  *
      *    LA CANTIDAD DE REGISTROS RECIBIDOS (CARGADOS MAS            *
      *    RECHAZADOS) DEBE COINCIDIR EXACTAMENTE CON EL CONTROL;      *
      *    LOS TOTALES DE CANTIDAD Y COSTO SE ACEPTAN DENTRO DEL       *
      *    PORCENTAJE DE TOLERANCIA DEFINIDO EN WCN-TOLERANCIA-        *
      *    PORCENTAJE. SI ALGO NO CUADRA, SE RECHAZA LA CARGA          *
      *----------------------------------------------------------------*
       3430-COMPARAR-TOTALES-CONTROL.
           COMPUTE WCT-REGISTROS-RECIBIDOS =
                   WCT-REGISTROS-VALIDOS + WCT-TOTAL-RECHAZADOS
           IF CTL-CANT-REGISTROS NOT = WCT-REGISTROS-RECIBIDOS
               MOVE 'S' TO WSW-ERROR-CONTROL
           END-IF
           PERFORM 3440-VALIDAR-TOLERANCIA-CANTIDAD
           PERFORM 3450-VALIDAR-TOLERANCIA-COSTO
           IF ERROR-CONTROL
               DISPLAY '*  RECONCILIACION FALLIDA: EL ARCHIVO EXTERNO '
                       'NO CUADRA CON EL CONTROL'
               DISPLAY '*  SE RECHAZA LA CARGA DE ESTA CORRIDA'
               MOVE ZERO TO WCT-REGISTROS-VALIDOS
           ELSE
               DISPLAY '*  CUADRE DE CONTROL OK: TOTALES DENTRO DE '
                       'TOLERANCIA'
           END-IF
           .

      *----------------------------------------------------------------*
      * 3440-VALIDAR-TOLERANCIA-CANTIDAD                                *
      *----------------------------------------------------------------*
       3440-VALIDAR-TOLERANCIA-CANTIDAD.
           COMPUTE WCT-TOLER-CANTIDAD =
                   CTL-TOTAL-CANTIDAD * WCN-TOLERANCIA-PORCENTAJE / 100
           IF WCT-VAL-CANTIDAD > CTL-TOTAL-CANTIDAD
               COMPUTE WCT-DIF-CANTIDAD =
                       WCT-VAL-CANTIDAD - CTL-TOTAL-CANTIDAD
           ELSE
               COMPUTE WCT-DIF-CANTIDAD =
                       CTL-TOTAL-CANTIDAD - WCT-VAL-CANTIDAD
           END-IF
           IF WCT-DIF-CANTIDAD > WCT-TOLER-CANTIDAD
               MOVE 'S' TO WSW-ERROR-CONTROL
           END-IF
           .

      *----------------------------------------------------------------*
      * 3450-VALIDAR-TOLERANCIA-COSTO                                  *
      *----------------------------------------------------------------*
       3450-VALIDAR-TOLERANCIA-COSTO.
           COMPUTE WCT-TOLER-COSTO =
                   CTL-TOTAL-COSTO * WCN-TOLERANCIA-PORCENTAJE / 100
           IF WCT-VAL-COSTO > CTL-TOTAL-COSTO
               COMPUTE WCT-DIF-COSTO =
                       WCT-VAL-COSTO - CTL-TOTAL-COSTO
           ELSE
               COMPUTE WCT-DIF-COSTO =
                       CTL-TOTAL-COSTO - WCT-VAL-COSTO
           END-IF
           IF WCT-DIF-COSTO > WCT-TOLER-COSTO
               MOVE 'S' TO WSW-ERROR-CONTROL
           END-IF
           .

      *----------------------------------------------------------------*
      * 3510-POSICIONAR-INICIO-MAESTRO                                 *
      *    UBICAR EL MAESTRO EN SU PRIMER REGISTRO PARA RECORRERLO     *
      *    SECUENCIALMENTE, YA QUE ARCH-MAESTRO ES DE ACCESO DINAMICO  *
      *----------------------------------------------------------------*
       3510-POSICIONAR-INICIO-MAESTRO.
           MOVE LOW-VALUES TO REG-CLAVE-MAESTRO IN REG-ARCH-MAESTRO
           START ARCH-MAESTRO KEY IS NOT LESS THAN
                   REG-CLAVE-MAESTRO IN REG-ARCH-MAESTRO
               INVALID KEY
                   MOVE 'S' TO WSW-FIN-MAESTRO
           END-START
           .

      *----------------------------------------------------------------*
      * 3520-LEER-REGISTRO-MAESTRO                                     *
      *----------------------------------------------------------------*
       3520-LEER-REGISTRO-MAESTRO.
           READ ARCH-MAESTRO NEXT RECORD
               AT END
                   MOVE 'S' TO WSW-FIN-MAESTRO
           END-READ
           .

      *----------------------------------------------------------------*
      * 3700-IMPRIMIR-RESUMEN-RECHAZOS                                 *
      *    IMPRIMIR EL RESUMEN DE LOS REGISTROS RECHAZADOS DE LA       *
      *    CARGA, CON EL CONTEO POR MOTIVO, PARA DEVOLVERLO AL         *
      *    PROVEEDOR JUNTO CON EL ARCHIVO DE RECHAZOS                  *
      *----------------------------------------------------------------*
       3700-IMPRIMIR-RESUMEN-RECHAZOS.
           OPEN OUTPUT ARCH-REP-RECHAZOS
           IF WFS-REP-RECHAZOS NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL REPORTE DE RECHAZOS'
           ELSE
               PERFORM 3710-IMPRIMIR-DETALLE-RECHAZOS
               CLOSE ARCH-REP-RECHAZOS
           END-IF
           .

      *----------------------------------------------------------------*
      * 3710-IMPRIMIR-DETALLE-RECHAZOS                                 *
      *----------------------------------------------------------------*
       3710-IMPRIMIR-DETALLE-RECHAZOS.
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ARCH-REP-RECHAZOS FROM WCH-LIN-TIT-RECHAZOS
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-MES    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-RECHAZOS FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-RECHAZOS
           WRITE REG-ARCH-REP-RECHAZOS
               AFTER ADVANCING 1 LINE
           MOVE 'CODIGO DE ARTICULO EN BLANCO (01)' TO LR-MOTIVO
           MOVE WCT-RECH-ART-BLANCO TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RECHAZOS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'CANTIDAD NO NUMERICA (02)' TO LR-MOTIVO
           MOVE WCT-RECH-CANT-NONUM TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RECHAZOS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'COSTO UNITARIO NO NUMERICO (03)' TO LR-MOTIVO
           MOVE WCT-RECH-COSTO-NONUM TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RECHAZOS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'ARTICULO Y BODEGA DUPLICADOS (04)' TO LR-MOTIVO
           MOVE WCT-RECH-DUPLICADOS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RECHAZOS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'UNIDAD DE MEDIDA DESCONOCIDA (05)' TO LR-MOTIVO
           MOVE WCT-RECH-UM-DESC TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RECHAZOS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'FECHA DE VENCIMIENTO INVALIDA (06)' TO LR-MOTIVO
           MOVE WCT-RECH-VENCE-INV TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RECHAZOS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'BODEGA NO EXISTE (07)' TO LR-MOTIVO
           MOVE WCT-RECH-BOD-NO-EXISTE TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RECHAZOS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'BODEGA CERRADA (08)' TO LR-MOTIVO
           MOVE WCT-RECH-BOD-CERRADA TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RECHAZOS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'BODEGA NO RECIBE ARCHIVO EXTERNO (09)' TO LR-MOTIVO
           MOVE WCT-RECH-BOD-SIN-CARGA TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RECHAZOS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL DE REGISTROS RECHAZADOS' TO LR-MOTIVO
           MOVE WCT-TOTAL-RECHAZADOS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RECHAZOS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 2 LINES
           .

      *----------------------------------------------------------------*
      * 4000-GENERAR-REPORTE                                           *
      *    IMPRIMIR EL REPORTE DE INVENTARIO CON ENCABEZADOS, DETALLE  *
      *    Y TOTAL GENERAL DIRECTAMENTE DESDE LOS ARTICULOS ACTIVOS    *
      *    DEL MAESTRO, ORDENADOS CON SORT POR BODEGA + ARTICULO       *
      *    PARA EL DESGLOSE Y SUBTOTAL POR BODEGA                      *
      *----------------------------------------------------------------*
       4000-GENERAR-REPORTE.
           MOVE ZERO TO WCT-NUM-PAGINA
           MOVE ZERO TO WCT-REGISTROS-IMPRESOS
           PERFORM 4100-ABRIR-REPORTE
           IF NOT ERROR-REPORTE
               MOVE ZERO TO WCT-TOTAL-CANTIDAD
               MOVE ZERO TO WCT-TOTAL-COSTO
               MOVE ZERO TO WCT-TRN-CANTIDAD
               MOVE ZERO TO WCT-TRN-COSTO
               MOVE WCN-MAX-LINEAS TO WCT-LINEAS-PAGINA
               MOVE LOW-VALUES TO WZD-BODEGA-ANTERIOR
               SORT ARCH-ORDENAMIENTO
                   ON ASCENDING KEY ORD-COD-BODEGA
                   ON ASCENDING KEY ORD-COD-ARTICULO
                   INPUT PROCEDURE IS 4700-SELECCIONAR-MAESTRO-REP
                   OUTPUT PROCEDURE IS 4750-IMPRIMIR-REP-ORDENADO
               IF NOT ERROR-REPORTE
                   IF WCT-REGISTROS-IMPRESOS = ZERO
                           AND WCT-TRN-CANTIDAD = ZERO
                       DISPLAY '*  NO HAY ARTICULOS ACTIVOS EN EL '
                               'MAESTRO'
                   ELSE
                       IF WCT-REGISTROS-IMPRESOS > ZERO
                           PERFORM 4350-IMPRIMIR-SUBTOTAL-BODEGA
                       END-IF
                       IF WCT-TRN-CANTIDAD > ZERO
                           PERFORM 4380-IMPRIMIR-LINEA-TRANSITO
                       END-IF
                       PERFORM 4400-IMPRIMIR-TOTAL-GENERAL
                   END-IF
               END-IF
               PERFORM 4900-CERRAR-REPORTE
           END-IF
           .

      *----------------------------------------------------------------*
      * 4100-ABRIR-REPORTE                                             *
      *----------------------------------------------------------------*
       4100-ABRIR-REPORTE.
           MOVE 'N' TO WSW-ERROR-REPORTE
           OPEN OUTPUT ARCH-REPORTE
           IF WFS-REPORTE NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO DE REPORTE'
               MOVE 'S' TO WSW-ERROR-REPORTE
           END-IF
           .

      *----------------------------------------------------------------*
      * 4200-IMPRIMIR-ENCABEZADO                                       *
      *    TITULO, FECHA Y ENCABEZADO DE COLUMNAS (SALTO DE PAGINA)    *
      *----------------------------------------------------------------*
       4200-IMPRIMIR-ENCABEZADO.
           ADD 1 TO WCT-NUM-PAGINA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ARCH-REPORTE FROM WCH-LIN-TITULO
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-MES    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REPORTE FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REPORTE
           WRITE REG-ARCH-REPORTE
               AFTER ADVANCING 1 LINE
           WRITE REG-ARCH-REPORTE FROM WCH-LIN-ENCABEZADO
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 4240-IMPRIMIR-ENCABEZADO-BODEGA                                *
      *    ROTULO DE LA BODEGA QUE SE VA A DESGLOSAR A CONTINUACION    *
      *----------------------------------------------------------------*
       4240-IMPRIMIR-ENCABEZADO-BODEGA.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 4200-IMPRIMIR-ENCABEZADO
           END-IF
           MOVE WZD-BODEGA-ANTERIOR TO LB-BODEGA
           PERFORM 5780-NOMBRE-BODEGA
           WRITE REG-ARCH-REPORTE FROM WCH-LIN-BODEGA
               AFTER ADVANCING 2 LINES
           ADD 2 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 4300-IMPRIMIR-DETALLE                                          *
      *    IMPRIME LA LINEA DE DETALLE DEL REGISTRO ORDENADO QUE SE    *
      *    ESTA PROCESANDO Y ACUMULA EL SUBTOTAL DE SU BODEGA Y EL     *
      *    TOTAL GENERAL                                               *
      *----------------------------------------------------------------*
       4300-IMPRIMIR-DETALLE.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 4240-IMPRIMIR-ENCABEZADO-BODEGA
           END-IF
           MOVE ORD-COD-ARTICULO TO LD-COD-ARTICULO
           MOVE ORD-DESCRIPCION TO LD-DESCRIPCION
           MOVE ORD-CANTIDAD TO LD-CANTIDAD
           MOVE ORD-COSTO-UNIT TO LD-COSTO-UNIT
           COMPUTE WCT-COSTO-EXT-ITEM =
                   ORD-CANTIDAD * ORD-COSTO-UNIT
           MOVE WCT-COSTO-EXT-ITEM TO LD-COSTO-EXT
           MOVE ORD-UNIDAD-MEDIDA TO LD-UM
           WRITE REG-ARCH-REPORTE FROM WCH-LIN-DETALLE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           ADD ORD-CANTIDAD
               TO WCT-TOTAL-CANTIDAD WCT-SUBTOTAL-CANTIDAD
           ADD WCT-COSTO-EXT-ITEM
               TO WCT-TOTAL-COSTO WCT-SUBTOTAL-COSTO
           ADD 1 TO WCT-REGISTROS-IMPRESOS
           .

      *----------------------------------------------------------------*
      * 4350-IMPRIMIR-SUBTOTAL-BODEGA                                  *
      *----------------------------------------------------------------*
       4350-IMPRIMIR-SUBTOTAL-BODEGA.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 4240-IMPRIMIR-ENCABEZADO-BODEGA
           END-IF
           MOVE WCT-SUBTOTAL-CANTIDAD TO LS-CANTIDAD
           MOVE WCT-SUBTOTAL-COSTO    TO LS-COSTO-EXT
           WRITE REG-ARCH-REPORTE FROM WCH-LIN-SUBTOTAL
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 4380-IMPRIMIR-LINEA-TRANSITO                                   *
      *    MERCADERIA DESPACHADA ENTRE BODEGAS QUE AUN NO SE RECIBE,   *
      *    EN SU PROPIA LINEA ANTES DEL TOTAL GENERAL                  *
      *----------------------------------------------------------------*
       4380-IMPRIMIR-LINEA-TRANSITO.
           MOVE WCT-TRN-CANTIDAD TO LTN-CANTIDAD
           MOVE WCT-TRN-COSTO    TO LTN-COSTO-EXT
           WRITE REG-ARCH-REPORTE FROM WCH-LIN-TRANSITO
               AFTER ADVANCING 2 LINES
           ADD 2 TO WCT-LINEAS-PAGINA
           ADD WCT-TRN-CANTIDAD TO WCT-TOTAL-CANTIDAD
           ADD WCT-TRN-COSTO    TO WCT-TOTAL-COSTO
           .

      *----------------------------------------------------------------*
      * 4400-IMPRIMIR-TOTAL-GENERAL                                    *
      *----------------------------------------------------------------*
       4400-IMPRIMIR-TOTAL-GENERAL.
           MOVE WCT-TOTAL-CANTIDAD TO LG-CANTIDAD
           MOVE WCT-TOTAL-COSTO    TO LG-COSTO-EXT
           WRITE REG-ARCH-REPORTE FROM WCH-LIN-TOTAL
               AFTER ADVANCING 1 LINE
           .

      *----------------------------------------------------------------*
      * 4700-SELECCIONAR-MAESTRO-REP                                   *
      *    PROCEDIMIENTO DE ENTRADA DEL SORT DEL REPORTE: ENTREGAR AL  *
      *    ORDENAMIENTO TODOS LOS ARTICULOS ACTIVOS DEL MAESTRO        *
      *----------------------------------------------------------------*
       4700-SELECCIONAR-MAESTRO-REP.
           MOVE 'N' TO WSW-FIN-MAESTRO
           OPEN INPUT ARCH-MAESTRO
           IF WFS-MAESTRO NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE INVENTARIO'
               MOVE 'S' TO WSW-ERROR-REPORTE
           ELSE
               PERFORM 3510-POSICIONAR-INICIO-MAESTRO
               IF NOT FIN-MAESTRO
                   PERFORM 3520-LEER-REGISTRO-MAESTRO
                   PERFORM UNTIL FIN-MAESTRO
                       PERFORM 4710-LIBERAR-ARTICULO-REP
                       PERFORM 3520-LEER-REGISTRO-MAESTRO
                   END-PERFORM
               END-IF
               CLOSE ARCH-MAESTRO
           END-IF
           .

      *----------------------------------------------------------------*
      * 4710-LIBERAR-ARTICULO-REP                                      *
      *----------------------------------------------------------------*
       4710-LIBERAR-ARTICULO-REP.
           IF NOT ARTICULO-DE-BAJA IN REG-ARCH-MAESTRO
               IF REG-COD-BODEGA IN REG-ARCH-MAESTRO =
                       WCN-BODEGA-TRANSITO
                   ADD REG-CANTIDAD IN REG-ARCH-MAESTRO
                       TO WCT-TRN-CANTIDAD
                   COMPUTE WCT-TRN-COSTO = WCT-TRN-COSTO +
                           REG-CANTIDAD IN REG-ARCH-MAESTRO *
                           REG-COSTO-UNIT IN REG-ARCH-MAESTRO
               ELSE
                   RELEASE REG-ORDENAMIENTO FROM
                       REG-ARCH-MAESTRO (1:60)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 4750-IMPRIMIR-REP-ORDENADO                                     *
      *    PROCEDIMIENTO DE SALIDA DEL SORT DEL REPORTE: IMPRIMIR EL   *
      *    DETALLE CON CORTE DE CONTROL POR BODEGA (ROTULO Y           *
      *    SUBTOTAL POR CADA CAMBIO DE BODEGA)                         *
      *----------------------------------------------------------------*
       4750-IMPRIMIR-REP-ORDENADO.
           MOVE 'N' TO WSW-FIN-ORDENAMIENTO
           PERFORM 4760-RETORNAR-REGISTRO-REP
           PERFORM UNTIL FIN-ORDENAMIENTO
               PERFORM 4770-PROCESAR-REGISTRO-REP
               PERFORM 4760-RETORNAR-REGISTRO-REP
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 4760-RETORNAR-REGISTRO-REP                                     *
      *----------------------------------------------------------------*
       4760-RETORNAR-REGISTRO-REP.
           RETURN ARCH-ORDENAMIENTO
               AT END
                   MOVE 'S' TO WSW-FIN-ORDENAMIENTO
           END-RETURN
           .

      *----------------------------------------------------------------*
      * 4770-PROCESAR-REGISTRO-REP                                     *
      *----------------------------------------------------------------*
       4770-PROCESAR-REGISTRO-REP.
           IF ORD-COD-BODEGA NOT = WZD-BODEGA-ANTERIOR
               IF WCT-REGISTROS-IMPRESOS > ZERO
                   PERFORM 4350-IMPRIMIR-SUBTOTAL-BODEGA
               END-IF
               MOVE ZERO TO WCT-SUBTOTAL-CANTIDAD
               MOVE ZERO TO WCT-SUBTOTAL-COSTO
               MOVE ORD-COD-BODEGA TO WZD-BODEGA-ANTERIOR
               PERFORM 4240-IMPRIMIR-ENCABEZADO-BODEGA
           END-IF
           PERFORM 4300-IMPRIMIR-DETALLE
           .

      *----------------------------------------------------------------*
      * 4500-SUGERIDO-COMPRA                                           *
      *    IMPRIMIR EL SUGERIDO DE COMPRA: TODO ARTICULO ACTIVO DEL    *
      *    MAESTRO CUYA CANTIDAD ESTE EN O BAJO SU STOCK MINIMO, CON   *
      *    LA CANTIDAD SUGERIDA (LA DE REORDEN, O EL FALTANTE HASTA    *
      *    EL MINIMO SI NO HAY CANTIDAD DE REORDEN DEFINIDA) Y SU      *
      *    COSTO EXTENDIDO. EL REPORTE SE ORDENA CON SORT POR          *
      *    PROVEEDOR, CON ROTULO Y SUBTOTAL POR PROVEEDOR, Y POR       *
      *    CADA PROVEEDOR CON CODIGO SE GRABA SU ARCHIVO DE ORDEN DE   *
      *    COMPRA (ORDPPPPPP) LISTO PARA ENVIAR                        *
      *----------------------------------------------------------------*
       4500-SUGERIDO-COMPRA.
           MOVE ZERO TO WCT-SUGERIDOS
           MOVE ZERO TO WCT-NUM-PAGINA
           MOVE 'N' TO WSW-ERROR-REPORTE
           MOVE 'N' TO WSW-ORDEN-ABIERTA
           OPEN OUTPUT ARCH-REP-SUGERIDO
           IF WFS-REP-SUGERIDO NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL REPORTE DE SUGERIDO'
               MOVE 'S' TO WSW-ERROR-REPORTE
           ELSE
               MOVE WCN-MAX-LINEAS TO WCT-LINEAS-PAGINA
               MOVE LOW-VALUES TO WZD-SUG-PROV-ANTERIOR
               MOVE ZERO TO WCT-SUG-SUBTOT-ARTS
               MOVE ZERO TO WCT-SUG-SUBTOT-COSTO
               OPEN INPUT ARCH-PROVEEDORES
               PERFORM 7110-ABRIR-ORDENES-ABIERTAS
               PERFORM 9040-ABRIR-COMPROMETIDO-CONSULTA
               SORT ARCH-ORDENAMIENTO
                   ON ASCENDING KEY ORD-SUG-PROVEEDOR
                   ON ASCENDING KEY ORD-SUG-COD-ARTICULO
                   ON ASCENDING KEY ORD-SUG-COD-BODEGA
                   INPUT PROCEDURE IS 4510-SELECCIONAR-MAESTRO-SUG
                   OUTPUT PROCEDURE IS 4520-IMPRIMIR-SUG-ORDENADO
               IF NOT ERROR-REPORTE
                   AND WCT-SUGERIDOS > ZERO
                   PERFORM 4550-IMPRIMIR-SUBTOTAL-PROV
               END-IF
               PERFORM 4557-CERRAR-ORDEN-PROVEEDOR
               PERFORM 9042-CERRAR-COMPROMETIDO-CONSULTA
               IF WFS-PROVEEDORES = '00'
                   CLOSE ARCH-PROVEEDORES
               END-IF
               IF OCP-ABIERTO
                   CLOSE ARCH-ORDEN-ABIERTA
                   MOVE 'N' TO WSW-OCP-ABIERTO
               END-IF
               CLOSE ARCH-REP-SUGERIDO
               DISPLAY '*  SUGERIDO GENERADO: ' WCT-SUGERIDOS
                       ' ARTICULO(S)'
           END-IF
           .

      *----------------------------------------------------------------*
      * 4510-SELECCIONAR-MAESTRO-SUG                                   *
      *    PROCEDIMIENTO DE ENTRADA DEL SORT DEL SUGERIDO: ENTREGAR    *
      *    AL ORDENAMIENTO CADA ARTICULO ACTIVO EN O BAJO SU MINIMO,   *
      *    CON LA CANTIDAD SUGERIDA YA CALCULADA Y SU PROVEEDOR        *
      *----------------------------------------------------------------*
       4510-SELECCIONAR-MAESTRO-SUG.
           MOVE 'N' TO WSW-FIN-MAESTRO
           OPEN INPUT ARCH-MAESTRO
           IF WFS-MAESTRO NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE INVENTARIO'
               MOVE 'S' TO WSW-ERROR-REPORTE
           ELSE
               PERFORM 3510-POSICIONAR-INICIO-MAESTRO
               IF NOT FIN-MAESTRO
                   PERFORM 3520-LEER-REGISTRO-MAESTRO
                   PERFORM UNTIL FIN-MAESTRO
                       PERFORM 4515-LIBERAR-ARTICULO-SUG
                       PERFORM 3520-LEER-REGISTRO-MAESTRO
                   END-PERFORM
               END-IF
               CLOSE ARCH-MAESTRO
           END-IF
           .

      *----------------------------------------------------------------*
      * 4515-LIBERAR-ARTICULO-SUG                                      *
      *----------------------------------------------------------------*
       4515-LIBERAR-ARTICULO-SUG.
           MOVE REG-COD-ARTICULO IN REG-ARCH-MAESTRO
               TO WZD-RSV-COM-ARTICULO
           MOVE REG-COD-BODEGA IN REG-ARCH-MAESTRO
               TO WZD-RSV-COM-BODEGA
           PERFORM 9045-LEER-COMPROMETIDO
           COMPUTE WZD-RSV-DISPONIBLE =
                   REG-CANTIDAD IN REG-ARCH-MAESTRO -
                   WZD-RSV-COMPROMETIDO
           IF NOT ARTICULO-DE-BAJA IN REG-ARCH-MAESTRO
                   AND REG-COD-BODEGA IN REG-ARCH-MAESTRO NOT =
                       WCN-BODEGA-TRANSITO
                   AND WZD-RSV-DISPONIBLE NOT >
                       REG-STOCK-MINIMO IN REG-ARCH-MAESTRO
               IF REG-CANT-REORDEN IN REG-ARCH-MAESTRO > ZERO
                   MOVE REG-CANT-REORDEN IN REG-ARCH-MAESTRO
                       TO WZD-CANT-SUGERIDA
               ELSE
                   COMPUTE WZD-CANT-SUGERIDA =
                           REG-STOCK-MINIMO IN REG-ARCH-MAESTRO -
                           WZD-RSV-DISPONIBLE
               END-IF
               MOVE REG-COD-PROVEEDOR IN REG-ARCH-MAESTRO
                   TO ORD-SUG-PROVEEDOR
               MOVE REG-COD-ARTICULO IN REG-ARCH-MAESTRO
                   TO ORD-SUG-COD-ARTICULO
               MOVE REG-COD-BODEGA IN REG-ARCH-MAESTRO
                   TO ORD-SUG-COD-BODEGA
               MOVE REG-DESCRIPCION IN REG-ARCH-MAESTRO
                   TO ORD-SUG-DESCRIPCION
               MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO
                   TO ORD-SUG-CANTIDAD
               MOVE WZD-RSV-COMPROMETIDO TO ORD-SUG-COMPROMETIDO
               MOVE REG-STOCK-MINIMO IN REG-ARCH-MAESTRO
                   TO ORD-SUG-MINIMO
               MOVE WZD-CANT-SUGERIDA TO ORD-SUG-SUGERIDO
               MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                   TO ORD-SUG-COSTO-UNIT
               RELEASE REG-ORD-SUGERIDO
           END-IF
           .

      *----------------------------------------------------------------*
      * 4520-IMPRIMIR-SUG-ORDENADO                                     *
      *    PROCEDIMIENTO DE SALIDA DEL SORT DEL SUGERIDO: IMPRIMIR     *
      *    EL DETALLE CON CORTE DE CONTROL POR PROVEEDOR (ROTULO,      *
      *    SUBTOTAL Y ARCHIVO DE ORDEN DE COMPRA POR CADA CAMBIO)      *
      *----------------------------------------------------------------*
       4520-IMPRIMIR-SUG-ORDENADO.
           MOVE 'N' TO WSW-FIN-ORDENAMIENTO
           PERFORM 4525-RETORNAR-REGISTRO-SUG
           PERFORM UNTIL FIN-ORDENAMIENTO
               PERFORM 4530-PROCESAR-REGISTRO-SUG
               PERFORM 4525-RETORNAR-REGISTRO-SUG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 4525-RETORNAR-REGISTRO-SUG                                     *
      *----------------------------------------------------------------*
       4525-RETORNAR-REGISTRO-SUG.
           RETURN ARCH-ORDENAMIENTO
               AT END
                   MOVE 'S' TO WSW-FIN-ORDENAMIENTO
           END-RETURN
           .

      *----------------------------------------------------------------*
      * 4530-PROCESAR-REGISTRO-SUG                                     *
      *----------------------------------------------------------------*
       4530-PROCESAR-REGISTRO-SUG.
           IF ORD-SUG-PROVEEDOR NOT = WZD-SUG-PROV-ANTERIOR
               IF WCT-SUGERIDOS > ZERO
                   PERFORM 4550-IMPRIMIR-SUBTOTAL-PROV
               END-IF
               PERFORM 4557-CERRAR-ORDEN-PROVEEDOR
               MOVE ORD-SUG-PROVEEDOR TO WZD-SUG-PROV-ANTERIOR
               MOVE ZERO TO WCT-SUG-SUBTOT-ARTS
               MOVE ZERO TO WCT-SUG-SUBTOT-COSTO
               PERFORM 4540-IMPRIMIR-ROTULO-PROVEEDOR
               PERFORM 4555-ABRIR-ORDEN-PROVEEDOR
           END-IF
           PERFORM 4535-IMPRIMIR-DETALLE-SUGERIDO
           .

      *----------------------------------------------------------------*
      * 4535-IMPRIMIR-DETALLE-SUGERIDO                                 *
      *----------------------------------------------------------------*
       4535-IMPRIMIR-DETALLE-SUGERIDO.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 4580-IMPRIMIR-ENCABEZADO-SUGERIDO
           END-IF
           MOVE ORD-SUG-COD-ARTICULO TO LSG-COD-ARTICULO
           MOVE ORD-SUG-DESCRIPCION TO LSG-DESCRIPCION
           MOVE ORD-SUG-COD-BODEGA TO LSG-BODEGA
           MOVE ORD-SUG-CANTIDAD TO LSG-CANTIDAD
           MOVE ORD-SUG-COMPROMETIDO TO LSG-COMPROMETIDO
           MOVE ORD-SUG-MINIMO TO LSG-MINIMO
           MOVE ORD-SUG-SUGERIDO TO LSG-SUGERIDO
           COMPUTE WCT-COSTO-EXT-ITEM =
                   ORD-SUG-SUGERIDO * ORD-SUG-COSTO-UNIT
           MOVE WCT-COSTO-EXT-ITEM TO LSG-COSTO-EXT
           WRITE REG-ARCH-REP-SUGERIDO FROM WCH-LIN-DET-SUGERIDO
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           ADD 1 TO WCT-SUGERIDOS
           ADD 1 TO WCT-SUG-SUBTOT-ARTS
           ADD WCT-COSTO-EXT-ITEM TO WCT-SUG-SUBTOT-COSTO
           IF ORDEN-ABIERTA
               PERFORM 4565-ESCRIBIR-ORDEN-COMPRA
           END-IF
           .

      *----------------------------------------------------------------*
      * 4540-IMPRIMIR-ROTULO-PROVEEDOR                                 *
      *----------------------------------------------------------------*
       4540-IMPRIMIR-ROTULO-PROVEEDOR.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 4580-IMPRIMIR-ENCABEZADO-SUGERIDO
           END-IF
           PERFORM 4545-BUSCAR-NOMBRE-PROVEEDOR
           MOVE ORD-SUG-PROVEEDOR TO LP-COD-PROVEEDOR
           MOVE WZD-SUG-NOMBRE-PROV TO LP-NOMBRE
           MOVE WZD-SUG-DIAS-PROV TO LP-DIAS-ENTREGA
           WRITE REG-ARCH-REP-SUGERIDO FROM WCH-LIN-PROVEEDOR
               AFTER ADVANCING 2 LINES
           ADD 2 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 4545-BUSCAR-NOMBRE-PROVEEDOR                                   *
      *    OBTENER NOMBRE Y DIAS DE ENTREGA DEL PROVEEDOR DEL GRUPO    *
      *    EN CURSO DESDE EL MAESTRO DE PROVEEDORES                    *
      *----------------------------------------------------------------*
       4545-BUSCAR-NOMBRE-PROVEEDOR.
           MOVE 'N' TO WSW-EXISTE-PROVEEDOR
           MOVE SPACES TO WZD-SUG-NOMBRE-PROV
           MOVE ZERO TO WZD-SUG-DIAS-PROV
           EVALUATE TRUE
               WHEN ORD-SUG-PROVEEDOR = SPACES
                   MOVE '(SIN PROVEEDOR ASIGNADO)'
                       TO WZD-SUG-NOMBRE-PROV
               WHEN WFS-PROVEEDORES NOT = '00'
                   MOVE '(PROVEEDOR NO REGISTRADO)'
                       TO WZD-SUG-NOMBRE-PROV
               WHEN OTHER
                   MOVE ORD-SUG-PROVEEDOR TO PRV-COD-PROVEEDOR
                   READ ARCH-PROVEEDORES
                       INVALID KEY
                           MOVE '(PROVEEDOR NO REGISTRADO)'
                               TO WZD-SUG-NOMBRE-PROV
                       NOT INVALID KEY
                           MOVE 'S' TO WSW-EXISTE-PROVEEDOR
                           MOVE PRV-NOMBRE TO WZD-SUG-NOMBRE-PROV
                           MOVE PRV-DIAS-ENTREGA
                               TO WZD-SUG-DIAS-PROV
                   END-READ
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 4550-IMPRIMIR-SUBTOTAL-PROV                                    *
      *----------------------------------------------------------------*
       4550-IMPRIMIR-SUBTOTAL-PROV.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 4580-IMPRIMIR-ENCABEZADO-SUGERIDO
           END-IF
           MOVE WCT-SUG-SUBTOT-ARTS TO LSP-ARTICULOS
           MOVE WCT-SUG-SUBTOT-COSTO TO LSP-COSTO-EXT
           WRITE REG-ARCH-REP-SUGERIDO FROM WCH-LIN-SUB-PROV
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 4555-ABRIR-ORDEN-PROVEEDOR                                     *
      *    ABRIR EL ARCHIVO DE ORDEN DE COMPRA DEL PROVEEDOR DEL       *
      *    GRUPO (ORDPPPPPP, APUNTANDO EL NOMBRE LOGICO ORDPROV).      *
      *    PARA LOS ARTICULOS SIN PROVEEDOR NO SE GENERA ORDEN         *
      *----------------------------------------------------------------*
       4555-ABRIR-ORDEN-PROVEEDOR.
           MOVE 'N' TO WSW-ORDEN-ABIERTA
           IF ORD-SUG-PROVEEDOR NOT = SPACES
               MOVE SPACES TO WZD-SUG-NOMBRE-ORDEN
               STRING 'ORD'              DELIMITED BY SIZE
                      ORD-SUG-PROVEEDOR  DELIMITED BY SIZE
                   INTO WZD-SUG-NOMBRE-ORDEN
               DISPLAY 'ORDPROV' UPON ENVIRONMENT-NAME
               DISPLAY WZD-SUG-NOMBRE-ORDEN UPON ENVIRONMENT-VALUE
               OPEN OUTPUT ARCH-ORDEN-COMPRA
               IF WFS-ORDEN-COMPRA = '00'
                   MOVE 'S' TO WSW-ORDEN-ABIERTA
               ELSE
                   DISPLAY '*  NO SE PUDO ABRIR LA ORDEN DE COMPRA: '
                           WZD-SUG-NOMBRE-ORDEN
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 4557-CERRAR-ORDEN-PROVEEDOR                                    *
      *----------------------------------------------------------------*
       4557-CERRAR-ORDEN-PROVEEDOR.
           IF ORDEN-ABIERTA
               CLOSE ARCH-ORDEN-COMPRA
               MOVE 'N' TO WSW-ORDEN-ABIERTA
           END-IF
           .

      *----------------------------------------------------------------*
      * 4565-ESCRIBIR-ORDEN-COMPRA                                     *
      *    GRABAR LA LINEA EN EL ORDPPPPPP DEL PROVEEDOR Y DEJARLA     *
      *    ABIERTA EN OCPMTR PARA LA RECEPCION (OPCION I)              *
      *----------------------------------------------------------------*
       4565-ESCRIBIR-ORDEN-COMPRA.
           MOVE ORD-SUG-COD-ARTICULO TO OCP-COD-ARTICULO
           MOVE ORD-SUG-COD-BODEGA TO OCP-COD-BODEGA
           MOVE ORD-SUG-SUGERIDO TO OCP-CANTIDAD
           MOVE ORD-SUG-COSTO-UNIT TO OCP-COSTO-UNIT
           WRITE REG-ARCH-ORDEN-COMPRA
           IF OCP-ABIERTO
               PERFORM 4567-REGISTRAR-ORDEN-ABIERTA
           END-IF
           .

      *----------------------------------------------------------------*
      * 4567-REGISTRAR-ORDEN-ABIERTA                                   *
      *    LA ORDEN SE IDENTIFICA POR PROVEEDOR + FECHA DE EMISION.    *
      *    SI EL SUGERIDO SE REPITE EL MISMO DIA, EL ORDPPPPPP SE      *
      *    REEMPLAZA Y LA LINEA ABIERTA TOMA LA NUEVA CANTIDAD,        *
      *    SALVO QUE YA TENGA RECEPCIONES                              *
      *----------------------------------------------------------------*
       4567-REGISTRAR-ORDEN-ABIERTA.
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE ORD-SUG-PROVEEDOR TO OAB-COD-PROVEEDOR
           MOVE WCH-FECHA-SISTEMA TO OAB-FECHA-ORDEN
           MOVE ORD-SUG-COD-ARTICULO TO OAB-COD-ARTICULO
           MOVE ORD-SUG-COD-BODEGA TO OAB-COD-BODEGA
           READ ARCH-ORDEN-ABIERTA
               INVALID KEY
                   MOVE ORD-SUG-PROVEEDOR TO OAB-COD-PROVEEDOR
                   MOVE WCH-FECHA-SISTEMA TO OAB-FECHA-ORDEN
                   MOVE ORD-SUG-COD-ARTICULO TO OAB-COD-ARTICULO
                   MOVE ORD-SUG-COD-BODEGA TO OAB-COD-BODEGA
                   MOVE ORD-SUG-SUGERIDO TO OAB-CANT-PEDIDA
                   MOVE ORD-SUG-COSTO-UNIT TO OAB-COSTO-UNIT
                   MOVE ZERO TO OAB-CANT-RECIBIDA
                   MOVE ZERO TO OAB-FECHA-ULT-RECEP
                   MOVE 'A' TO OAB-ESTADO
                   WRITE REG-ARCH-ORDEN-ABIERTA
                       INVALID KEY
                           DISPLAY '*  NO SE PUDO REGISTRAR LA LINEA '
                                   'DE ORDEN: ' ORD-SUG-COD-ARTICULO
                   END-WRITE
               NOT INVALID KEY
                   IF OAB-CANT-RECIBIDA = ZERO
                       MOVE ORD-SUG-SUGERIDO TO OAB-CANT-PEDIDA
                       MOVE ORD-SUG-COSTO-UNIT TO OAB-COSTO-UNIT
                       REWRITE REG-ARCH-ORDEN-ABIERTA
                           INVALID KEY
                               DISPLAY '*  NO SE PUDO ACTUALIZAR LA '
                                       'LINEA DE ORDEN: '
                                       ORD-SUG-COD-ARTICULO
                       END-REWRITE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * 4580-IMPRIMIR-ENCABEZADO-SUGERIDO                              *
      *----------------------------------------------------------------*
       4580-IMPRIMIR-ENCABEZADO-SUGERIDO.
           ADD 1 TO WCT-NUM-PAGINA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ARCH-REP-SUGERIDO FROM WCH-LIN-TIT-SUGERIDO
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-MES    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-SUGERIDO FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-SUGERIDO
           WRITE REG-ARCH-REP-SUGERIDO
               AFTER ADVANCING 1 LINE
           WRITE REG-ARCH-REP-SUGERIDO FROM WCH-LIN-ENC-SUGERIDO
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 4600-REPORTE-ABC                                               *
      *    IMPRIMIR LA VALORIZACION ABC: LOS ARTICULOS ACTIVOS DEL     *
      *    MAESTRO ORDENADOS CON SORT POR COSTO EXTENDIDO              *
      *    DESCENDENTE, CON EL PORCENTAJE ACUMULADO DEL TOTAL Y LA     *
      *    CLASE A/B/C SEGUN LOS CORTES WCN-ABC-CORTE-A Y              *
      *    WCN-ABC-CORTE-B                                             *
      *----------------------------------------------------------------*
       4600-REPORTE-ABC.
           MOVE ZERO TO WCT-NUM-PAGINA
           MOVE ZERO TO WCT-ABC-IMPRESOS
           MOVE ZERO TO WCT-ABC-TOTAL-COSTO
           MOVE ZERO TO WCT-ABC-ACUMULADO
           MOVE 'N' TO WSW-ERROR-REPORTE
           OPEN OUTPUT ARCH-REP-ABC
           IF WFS-REP-ABC NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL REPORTE ABC'
               MOVE 'S' TO WSW-ERROR-REPORTE
           ELSE
               MOVE WCN-MAX-LINEAS TO WCT-LINEAS-PAGINA
               SORT ARCH-ORDENAMIENTO
                   ON DESCENDING KEY ORD-ABC-COSTO-EXT
                   INPUT PROCEDURE IS 4660-SELECCIONAR-MAESTRO-ABC
                   OUTPUT PROCEDURE IS 4670-IMPRIMIR-ABC-ORDENADO
               CLOSE ARCH-REP-ABC
               IF NOT ERROR-REPORTE
                   DISPLAY '*  REPORTE ABC GENERADO: '
                           WCT-ABC-IMPRESOS ' ARTICULO(S)'
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 4660-SELECCIONAR-MAESTRO-ABC                                   *
      *    PROCEDIMIENTO DE ENTRADA DEL SORT DEL ABC: ENTREGAR CADA    *
      *    ARTICULO ACTIVO DEL MAESTRO CON SU COSTO EXTENDIDO YA       *
      *    CALCULADO Y ACUMULAR EL COSTO TOTAL DEL INVENTARIO          *
      *----------------------------------------------------------------*
       4660-SELECCIONAR-MAESTRO-ABC.
           MOVE 'N' TO WSW-FIN-MAESTRO
           OPEN INPUT ARCH-MAESTRO
           IF WFS-MAESTRO NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE INVENTARIO'
               MOVE 'S' TO WSW-ERROR-REPORTE
           ELSE
               PERFORM 3510-POSICIONAR-INICIO-MAESTRO
               IF NOT FIN-MAESTRO
                   PERFORM 3520-LEER-REGISTRO-MAESTRO
                   PERFORM UNTIL FIN-MAESTRO
                       PERFORM 4665-LIBERAR-ARTICULO-ABC
                       PERFORM 3520-LEER-REGISTRO-MAESTRO
                   END-PERFORM
               END-IF
               CLOSE ARCH-MAESTRO
           END-IF
           .

      *----------------------------------------------------------------*
      * 4665-LIBERAR-ARTICULO-ABC                                      *
      *----------------------------------------------------------------*
       4665-LIBERAR-ARTICULO-ABC.
           IF NOT ARTICULO-DE-BAJA IN REG-ARCH-MAESTRO
                   AND REG-COD-BODEGA IN REG-ARCH-MAESTRO NOT =
                       WCN-BODEGA-TRANSITO
               MOVE REG-COD-ARTICULO IN REG-ARCH-MAESTRO
                   TO ORD-ABC-COD-ARTICULO
               MOVE REG-COD-BODEGA IN REG-ARCH-MAESTRO
                   TO ORD-ABC-COD-BODEGA
               MOVE REG-DESCRIPCION IN REG-ARCH-MAESTRO
                   TO ORD-ABC-DESCRIPCION
               COMPUTE ORD-ABC-COSTO-EXT =
                       REG-CANTIDAD IN REG-ARCH-MAESTRO *
                       REG-COSTO-UNIT IN REG-ARCH-MAESTRO
               ADD ORD-ABC-COSTO-EXT TO WCT-ABC-TOTAL-COSTO
               RELEASE REG-ORD-ABC
           END-IF
           .

      *----------------------------------------------------------------*
      * 4670-IMPRIMIR-ABC-ORDENADO                                     *
      *----------------------------------------------------------------*
       4670-IMPRIMIR-ABC-ORDENADO.
           MOVE 'N' TO WSW-FIN-ORDENAMIENTO
           PERFORM 4680-RETORNAR-REGISTRO-ABC
           PERFORM UNTIL FIN-ORDENAMIENTO
               PERFORM 4650-IMPRIMIR-LINEA-ABC
               PERFORM 4680-RETORNAR-REGISTRO-ABC
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 4680-RETORNAR-REGISTRO-ABC                                     *
      *----------------------------------------------------------------*
       4680-RETORNAR-REGISTRO-ABC.
           RETURN ARCH-ORDENAMIENTO
               AT END
                   MOVE 'S' TO WSW-FIN-ORDENAMIENTO
           END-RETURN
           .

      *----------------------------------------------------------------*
      * 4640-IMPRIMIR-ENCABEZADO-ABC                                   *
      *----------------------------------------------------------------*
       4640-IMPRIMIR-ENCABEZADO-ABC.
           ADD 1 TO WCT-NUM-PAGINA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ARCH-REP-ABC FROM WCH-LIN-TIT-ABC
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-MES    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-ABC FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-ABC
           WRITE REG-ARCH-REP-ABC
               AFTER ADVANCING 1 LINE
           WRITE REG-ARCH-REP-ABC FROM WCH-LIN-ENC-ABC
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 4650-IMPRIMIR-LINEA-ABC                                        *
      *    IMPRIMIR UNA LINEA DEL ABC CON SU PORCENTAJE ACUMULADO Y    *
      *    SU CLASE. SI EL COSTO TOTAL ES CERO, TODO SE CLASIFICA C    *
      *    CON CERO POR CIENTO                                         *
      *----------------------------------------------------------------*
       4650-IMPRIMIR-LINEA-ABC.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 4640-IMPRIMIR-ENCABEZADO-ABC
           END-IF
           PERFORM 4655-CALCULAR-CLASE-ABC
           MOVE ORD-ABC-COD-ARTICULO TO LC-COD-ARTICULO
           MOVE ORD-ABC-COD-BODEGA TO LC-BODEGA
           MOVE ORD-ABC-DESCRIPCION TO LC-DESCRIPCION
           MOVE ORD-ABC-COSTO-EXT TO LC-COSTO-EXT
           MOVE WZD-ABC-PORC-ACUM TO LC-PORC-ACUM
           MOVE WZD-ABC-CLASE TO LC-CLASE
           WRITE REG-ARCH-REP-ABC FROM WCH-LIN-DET-ABC
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           ADD 1 TO WCT-ABC-IMPRESOS
           .

      *----------------------------------------------------------------*
      * 4655-CALCULAR-CLASE-ABC                                        *
      *    ACUMULAR EL COSTO EXTENDIDO DEL ARTICULO Y DEJAR SU         *
      *    PORCENTAJE ACUMULADO Y SU CLASE A/B/C. LO USAN EL REPORTE   *
      *    ABC Y LA PROGRAMACION DEL CONTEO CICLICO                    *
      *----------------------------------------------------------------*
       4655-CALCULAR-CLASE-ABC.
           ADD ORD-ABC-COSTO-EXT TO WCT-ABC-ACUMULADO
           IF WCT-ABC-TOTAL-COSTO > ZERO
               COMPUTE WZD-ABC-PORC-ACUM ROUNDED =
                       WCT-ABC-ACUMULADO * 100 / WCT-ABC-TOTAL-COSTO
           ELSE
               MOVE ZERO TO WZD-ABC-PORC-ACUM
           END-IF
           EVALUATE TRUE
               WHEN WCT-ABC-TOTAL-COSTO = ZERO
                   MOVE 'C' TO WZD-ABC-CLASE
               WHEN WZD-ABC-PORC-ACUM NOT > WCN-ABC-CORTE-A
                   MOVE 'A' TO WZD-ABC-CLASE
               WHEN WZD-ABC-PORC-ACUM NOT > WCN-ABC-CORTE-B
                   MOVE 'B' TO WZD-ABC-CLASE
               WHEN OTHER
                   MOVE 'C' TO WZD-ABC-CLASE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 4900-CERRAR-REPORTE                                            *
      *----------------------------------------------------------------*
       4900-CERRAR-REPORTE.
           CLOSE ARCH-REPORTE
           DISPLAY '*  REPORTE GENERADO: ' WCT-NUM-PAGINA ' PAGINA(S)'
           .

      *----------------------------------------------------------------*
      * 5000-MANTENIMIENTO-INVENTARIO                                  *
      *    ADICIONAR, CAMBIAR O ELIMINAR UN ARTICULO DIRECTAMENTE      *
      *    SOBRE EL MAESTRO, SIN ESPERAR EL ARCHIVO EXTERNO            *
      *----------------------------------------------------------------*
       5000-MANTENIMIENTO-INVENTARIO.
           MOVE ZERO TO WCT-CAMBIOS-MANT
           PERFORM 5010-ABRIR-MAESTRO
           IF WFS-MAESTRO = '00'
               PERFORM 5760-ABRIR-BODEGAS-CONSULTA
               PERFORM 5050-SESION-MANTENIMIENTO
               PERFORM 5765-CERRAR-BODEGAS-CONSULTA
           END-IF
           .

      *----------------------------------------------------------------*
      * 5050-SESION-MANTENIMIENTO                                      *
      *----------------------------------------------------------------*
       5050-SESION-MANTENIMIENTO.
           MOVE 'N' TO WSW-FIN-MANTENIMIENTO
           PERFORM 5100-MENU-MANTENIMIENTO
           PERFORM UNTIL FIN-MANTENIMIENTO
               EVALUATE WZD-OPCION-MANT
                   WHEN 1
                       PERFORM 5200-ADICIONAR-REGISTRO
                   WHEN 2
                       PERFORM 5300-CAMBIAR-REGISTRO
                   WHEN 3
                       PERFORM 5400-ELIMINAR-REGISTRO
                   WHEN 4
                       PERFORM 5500-TRASLADAR-BODEGA
                   WHEN 5
                       MOVE 'S' TO WSW-FIN-MANTENIMIENTO
                   WHEN OTHER
                       DISPLAY '*  OPCION INVALIDA, INTENTE DE NUEVO'
               END-EVALUATE
               IF NOT FIN-MANTENIMIENTO
                   PERFORM 5100-MENU-MANTENIMIENTO
               END-IF
           END-PERFORM
           PERFORM 5900-CERRAR-MAESTRO
           .

      *----------------------------------------------------------------*
      * 5010-ABRIR-MAESTRO                                             *
      *    ABRIR EL MAESTRO EN I-O, CREANDOLO SI AUN NO EXISTE         *
      *----------------------------------------------------------------*
       5010-ABRIR-MAESTRO.
           OPEN I-O ARCH-MAESTRO
           IF WFS-MAESTRO = '35'
               OPEN OUTPUT ARCH-MAESTRO
               CLOSE ARCH-MAESTRO
               OPEN I-O ARCH-MAESTRO
           END-IF
           IF WFS-MAESTRO NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE INVENTARIO, '
                       'ESTADO: ' WFS-MAESTRO
           ELSE
               PERFORM 7400-ABRIR-MOVIMIENTOS
           END-IF
           .

      *----------------------------------------------------------------*
      * 5100-MENU-MANTENIMIENTO                                        *
      *----------------------------------------------------------------*
       5100-MENU-MANTENIMIENTO.
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '*          MANTENIMIENTO DE INVENTARIO            *'
           DISPLAY '*  1. Adicionar articulo                          *'
           DISPLAY '*  2. Cambiar articulo                            *'
           DISPLAY '*  3. Eliminar articulo                           *'
           DISPLAY '*  4. Trasladar entre bodegas                     *'
           DISPLAY '*  5. Volver al menu principal                    *'
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '*  Opcion -> ' WITH NO ADVANCING
           ACCEPT WZD-OPCION-MANT-ALFA
           IF WZD-OPCION-MANT-ALFA IS NUMERIC
                   AND WZD-OPCION-MANT-ALFA > '0'
               MOVE WZD-OPCION-MANT-ALFA TO WZD-OPCION-MANT
           ELSE
               MOVE 9 TO WZD-OPCION-MANT
           END-IF
           .

      *----------------------------------------------------------------*
      * 5200-ADICIONAR-REGISTRO                                        *
      *----------------------------------------------------------------*
       5200-ADICIONAR-REGISTRO.
           DISPLAY '*  Codigo articulo -> ' WITH NO ADVANCING
           ACCEPT REG-COD-ARTICULO IN WCH-MANT-REGISTRO
           DISPLAY '*  Codigo bodega   -> ' WITH NO ADVANCING
           ACCEPT REG-COD-BODEGA IN WCH-MANT-REGISTRO
           MOVE REG-COD-BODEGA IN WCH-MANT-REGISTRO TO WZD-BOD-VALIDAR
           PERFORM 5770-VALIDAR-BODEGA
           EVALUATE TRUE
               WHEN BOD-VAL-NO-EXISTE
                   DISPLAY '*  LA BODEGA NO EXISTE EN EL MAESTRO DE '
                           'BODEGAS'
               WHEN BOD-VAL-CERRADA
                   DISPLAY '*  LA BODEGA ESTA CERRADA'
               WHEN OTHER
                   PERFORM 5210-CAPTURAR-REGISTRO-NUEVO
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 5210-CAPTURAR-REGISTRO-NUEVO                                   *
      *    PEDIR EL RESTO DE LOS DATOS DEL ARTICULO Y GRABARLO EN LA   *
      *    BODEGA YA VALIDADA                                          *
      *----------------------------------------------------------------*
       5210-CAPTURAR-REGISTRO-NUEVO.
           DISPLAY '*  Descripcion     -> ' WITH NO ADVANCING
           ACCEPT REG-DESCRIPCION IN WCH-MANT-REGISTRO
           DISPLAY '*  Cantidad        -> ' WITH NO ADVANCING
           ACCEPT REG-CANTIDAD IN WCH-MANT-REGISTRO
           DISPLAY '*  Costo unitario  -> ' WITH NO ADVANCING
           ACCEPT REG-COSTO-UNIT IN WCH-MANT-REGISTRO
           DISPLAY '*  Stock minimo    -> ' WITH NO ADVANCING
           ACCEPT REG-STOCK-MINIMO IN WCH-MANT-REGISTRO
           DISPLAY '*  Cant. reorden   -> ' WITH NO ADVANCING
           ACCEPT REG-CANT-REORDEN IN WCH-MANT-REGISTRO
           DISPLAY '*  Cod. proveedor  -> ' WITH NO ADVANCING
           ACCEPT REG-COD-PROVEEDOR IN WCH-MANT-REGISTRO
           DISPLAY '*  Dias entrega    -> ' WITH NO ADVANCING
           ACCEPT REG-DIAS-ENTREGA IN WCH-MANT-REGISTRO
           DISPLAY '*  Unidad medida   -> ' WITH NO ADVANCING
           ACCEPT REG-UNIDAD-MEDIDA IN WCH-MANT-REGISTRO
           DISPLAY '*  Unids x empaque -> ' WITH NO ADVANCING
           ACCEPT REG-UNIDS-EMPAQUE IN WCH-MANT-REGISTRO
           MOVE SPACES TO WJR-IMAGEN-ANTERIOR
           WRITE REG-ARCH-MAESTRO FROM WCH-MANT-REGISTRO
               INVALID KEY
                   DISPLAY '*  EL ARTICULO YA EXISTE EN ESA BODEGA'
               NOT INVALID KEY
                   DISPLAY '*  ARTICULO ADICIONADO'
                   ADD 1 TO WCT-CAMBIOS-MANT
                   MOVE 'A' TO WJR-OPERACION
                   PERFORM 7700-ESCRIBIR-JOURNAL
                   MOVE REG-COD-ARTICULO IN WCH-MANT-REGISTRO
                       TO WMV-COD-ARTICULO
                   MOVE REG-COD-BODEGA IN WCH-MANT-REGISTRO
                       TO WMV-COD-BODEGA
                   MOVE ZERO TO WMV-CANT-ANTERIOR
                   MOVE REG-CANTIDAD IN WCH-MANT-REGISTRO
                       TO WMV-CANT-NUEVA
                   MOVE ZERO TO WMV-COSTO-ANTERIOR
                   MOVE REG-COSTO-UNIT IN WCH-MANT-REGISTRO
                       TO WMV-COSTO-NUEVO
                   MOVE 'M' TO WMV-ORIGEN
                   PERFORM 7500-ESCRIBIR-MOVIMIENTO
           END-WRITE
           .

      *----------------------------------------------------------------*
      * 5300-CAMBIAR-REGISTRO                                          *
      *----------------------------------------------------------------*
       5300-CAMBIAR-REGISTRO.
           DISPLAY '*  Codigo articulo -> ' WITH NO ADVANCING
           ACCEPT WZD-COD-BUSQUEDA
           DISPLAY '*  Codigo bodega   -> ' WITH NO ADVANCING
           ACCEPT WZD-BOD-BUSQUEDA
           MOVE WZD-COD-BUSQUEDA TO REG-COD-ARTICULO IN REG-ARCH-MAESTRO
           MOVE WZD-BOD-BUSQUEDA TO REG-COD-BODEGA IN REG-ARCH-MAESTRO
           READ ARCH-MAESTRO
               INVALID KEY
                   DISPLAY '*  ARTICULO NO EXISTE EN ESA BODEGA'
               NOT INVALID KEY
                   MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO
                       TO WMV-CANT-ANTERIOR
                   MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                       TO WMV-COSTO-ANTERIOR
                   MOVE REG-ARCH-MAESTRO TO WJR-IMAGEN-ANTERIOR
                   DISPLAY '*  Descripcion    -> ' WITH NO ADVANCING
                   ACCEPT REG-DESCRIPCION IN REG-ARCH-MAESTRO
                   DISPLAY '*  Cantidad       -> ' WITH NO ADVANCING
                   ACCEPT REG-CANTIDAD IN REG-ARCH-MAESTRO
                   DISPLAY '*  Costo unitario -> ' WITH NO ADVANCING
                   ACCEPT REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                   DISPLAY '*  Stock minimo   -> ' WITH NO ADVANCING
                   ACCEPT REG-STOCK-MINIMO IN REG-ARCH-MAESTRO
                   DISPLAY '*  Cant. reorden  -> ' WITH NO ADVANCING
                   ACCEPT REG-CANT-REORDEN IN REG-ARCH-MAESTRO
                   DISPLAY '*  Cod. proveedor -> ' WITH NO ADVANCING
                   ACCEPT REG-COD-PROVEEDOR IN REG-ARCH-MAESTRO
                   DISPLAY '*  Dias entrega   -> ' WITH NO ADVANCING
                   ACCEPT REG-DIAS-ENTREGA IN REG-ARCH-MAESTRO
                   DISPLAY '*  Unidad medida  -> ' WITH NO ADVANCING
                   ACCEPT REG-UNIDAD-MEDIDA IN REG-ARCH-MAESTRO
                   DISPLAY '*  Unids x empaque-> ' WITH NO ADVANCING
                   ACCEPT REG-UNIDS-EMPAQUE IN REG-ARCH-MAESTRO
                   MOVE 'N' TO REG-INDICADOR-BAJA IN REG-ARCH-MAESTRO
                   REWRITE REG-ARCH-MAESTRO
                       INVALID KEY
                           DISPLAY '*  NO SE PUDO ACTUALIZAR'
                       NOT INVALID KEY
                           DISPLAY '*  ARTICULO ACTUALIZADO'
                           ADD 1 TO WCT-CAMBIOS-MANT
                           MOVE 'C' TO WJR-OPERACION
                           PERFORM 7700-ESCRIBIR-JOURNAL
                           MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                               TO WMV-COSTO-NUEVO
                           IF REG-CANTIDAD IN REG-ARCH-MAESTRO
                                   NOT = WMV-CANT-ANTERIOR
                               OR WMV-COSTO-NUEVO NOT =
                                   WMV-COSTO-ANTERIOR
                               MOVE REG-COD-ARTICULO
                                       IN REG-ARCH-MAESTRO
                                   TO WMV-COD-ARTICULO
                               MOVE REG-COD-BODEGA
                                       IN REG-ARCH-MAESTRO
                                   TO WMV-COD-BODEGA
                               MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO
                                   TO WMV-CANT-NUEVA
                               MOVE 'M' TO WMV-ORIGEN
                               PERFORM 7500-ESCRIBIR-MOVIMIENTO
                           END-IF
                   END-REWRITE
           END-READ
           .

      *----------------------------------------------------------------*
      * 5400-ELIMINAR-REGISTRO                                         *
      *    LA BAJA ES LOGICA (REG-INDICADOR-BAJA), NO UN DELETE        *
      *    FISICO, PARA QUE 3780-POSTEAR-REGISTRO-MAESTRO PUEDA        *
      *    DISTINGUIR "ELIMINADO EN MANTENIMIENTO" DE "NUNCA ESTUVO    *
      *    EN EL MAESTRO" Y RESPETAR LA BAJA CUANDO EL ARCHIVO         *
      *    EXTERNO VUELVE A TRAER EL ARTICULO                          *
      *----------------------------------------------------------------*
       5400-ELIMINAR-REGISTRO.
           DISPLAY '*  Codigo articulo -> ' WITH NO ADVANCING
           ACCEPT WZD-COD-BUSQUEDA
           DISPLAY '*  Codigo bodega   -> ' WITH NO ADVANCING
           ACCEPT WZD-BOD-BUSQUEDA
           MOVE WZD-COD-BUSQUEDA TO REG-COD-ARTICULO IN REG-ARCH-MAESTRO
           MOVE WZD-BOD-BUSQUEDA TO REG-COD-BODEGA IN REG-ARCH-MAESTRO
           READ ARCH-MAESTRO
               INVALID KEY
                   DISPLAY '*  ARTICULO NO EXISTE EN ESA BODEGA'
               NOT INVALID KEY
                   MOVE REG-ARCH-MAESTRO TO WJR-IMAGEN-ANTERIOR
                   MOVE 'S' TO REG-INDICADOR-BAJA IN REG-ARCH-MAESTRO
                   REWRITE REG-ARCH-MAESTRO
                       INVALID KEY
                           DISPLAY '*  NO SE PUDO ELIMINAR'
                       NOT INVALID KEY
                           DISPLAY '*  ARTICULO ELIMINADO'
                           ADD 1 TO WCT-CAMBIOS-MANT
                           MOVE 'C' TO WJR-OPERACION
                           PERFORM 7700-ESCRIBIR-JOURNAL
                           IF REG-CANTIDAD IN REG-ARCH-MAESTRO
                                   NOT = ZERO
                               MOVE REG-COD-ARTICULO
                                       IN REG-ARCH-MAESTRO
                                   TO WMV-COD-ARTICULO
                               MOVE REG-COD-BODEGA
                                       IN REG-ARCH-MAESTRO
                                   TO WMV-COD-BODEGA
                               MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO
                                   TO WMV-CANT-ANTERIOR
                               MOVE ZERO TO WMV-CANT-NUEVA
                               MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                                   TO WMV-COSTO-ANTERIOR
                               MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                                   TO WMV-COSTO-NUEVO
                               MOVE 'M' TO WMV-ORIGEN
                               PERFORM 7500-ESCRIBIR-MOVIMIENTO
                           END-IF
                   END-REWRITE
           END-READ
           .

      *----------------------------------------------------------------*
      * 5500-TRASLADAR-BODEGA                                          *
      *    MOVER CANTIDAD DE UN ARTICULO DE UNA BODEGA A OTRA EN UN    *
      *    SOLO PASO: SE DESCUENTA DE LA BODEGA ORIGEN Y SE SUMA EN    *
      *    LA BODEGA DESTINO (CREANDO EL REGISTRO DESTINO SI NO        *
      *    EXISTE, CON LOS DATOS DEL ORIGEN). CADA LADO DEJA SU        *
      *    MOVIMIENTO DE KARDEX                                        *
      *----------------------------------------------------------------*
       5500-TRASLADAR-BODEGA.
           DISPLAY '*  Codigo articulo -> ' WITH NO ADVANCING
           ACCEPT WZD-COD-BUSQUEDA
           DISPLAY '*  Bodega origen   -> ' WITH NO ADVANCING
           ACCEPT WZD-BOD-ORIGEN
           DISPLAY '*  Bodega destino  -> ' WITH NO ADVANCING
           ACCEPT WZD-BOD-DESTINO
           DISPLAY '*  Cantidad        -> ' WITH NO ADVANCING
           ACCEPT WZD-CANT-TRASLADO
           IF WZD-BOD-ORIGEN = WZD-BOD-DESTINO
               DISPLAY '*  LA BODEGA ORIGEN Y LA DESTINO SON LA '
                       'MISMA'
           ELSE
               IF WZD-BOD-ORIGEN = WCN-BODEGA-TRANSITO
                       OR WZD-BOD-DESTINO = WCN-BODEGA-TRANSITO
                   DISPLAY '*  LA MERCADERIA EN TRANSITO SE MUEVE CON '
                           'DOCUMENTO DE TRASLADO (OPCION O)'
               ELSE
                   IF WZD-CANT-TRASLADO = ZERO
                       DISPLAY '*  NADA QUE TRASLADAR'
                   ELSE
                       PERFORM 7210-ABRIR-LOTES
                       PERFORM 9040-ABRIR-COMPROMETIDO-CONSULTA
                       PERFORM 5505-VALIDAR-BODEGAS-TRASLADO
                       PERFORM 9042-CERRAR-COMPROMETIDO-CONSULTA
                       PERFORM 7215-CERRAR-LOTES
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 5505-VALIDAR-BODEGAS-TRASLADO                                  *
      *    LAS DOS BODEGAS DEL TRASLADO DEBEN EXISTIR EN EL MAESTRO    *
      *    DE BODEGAS Y ESTAR ACTIVAS                                  *
      *----------------------------------------------------------------*
       5505-VALIDAR-BODEGAS-TRASLADO.
           MOVE WZD-BOD-ORIGEN TO WZD-BOD-VALIDAR
           PERFORM 5770-VALIDAR-BODEGA
           IF BOD-VAL-CORRECTA
               MOVE WZD-BOD-DESTINO TO WZD-BOD-VALIDAR
               PERFORM 5770-VALIDAR-BODEGA
           END-IF
           EVALUATE TRUE
               WHEN BOD-VAL-NO-EXISTE
                   DISPLAY '*  LA BODEGA ' WZD-BOD-VALIDAR
                           ' NO EXISTE EN EL MAESTRO DE BODEGAS'
               WHEN BOD-VAL-CERRADA
                   DISPLAY '*  LA BODEGA ' WZD-BOD-VALIDAR
                           ' ESTA CERRADA'
               WHEN OTHER
                   PERFORM 5510-DESCONTAR-BODEGA-ORIGEN
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 5510-DESCONTAR-BODEGA-ORIGEN                                   *
      *    VALIDAR Y DESCONTAR LA CANTIDAD EN LA BODEGA ORIGEN. LOS    *
      *    DATOS DEL ARTICULO SE DEJAN EN WCH-MANT-REGISTRO PARA       *
      *    PODER CREAR EL REGISTRO DESTINO SI HICIERA FALTA            *
      *----------------------------------------------------------------*
       5510-DESCONTAR-BODEGA-ORIGEN.
           MOVE WZD-COD-BUSQUEDA TO REG-COD-ARTICULO IN REG-ARCH-MAESTRO
           MOVE WZD-BOD-ORIGEN TO REG-COD-BODEGA IN REG-ARCH-MAESTRO
           READ ARCH-MAESTRO
               INVALID KEY
                   DISPLAY '*  EL ARTICULO NO EXISTE EN LA BODEGA '
                           'ORIGEN'
               NOT INVALID KEY
                   MOVE WZD-COD-BUSQUEDA TO WZD-RSV-COM-ARTICULO
                   MOVE WZD-BOD-ORIGEN TO WZD-RSV-COM-BODEGA
                   PERFORM 9045-LEER-COMPROMETIDO
                   COMPUTE WZD-RSV-DISPONIBLE =
                           REG-CANTIDAD IN REG-ARCH-MAESTRO -
                           WZD-RSV-COMPROMETIDO
                   EVALUATE TRUE
                       WHEN ARTICULO-DE-BAJA IN REG-ARCH-MAESTRO
                           DISPLAY '*  EL ARTICULO ESTA DADO DE BAJA '
                                   'EN LA BODEGA ORIGEN'
                       WHEN REG-CANTIDAD IN REG-ARCH-MAESTRO <
                               WZD-CANT-TRASLADO
                           DISPLAY '*  CANTIDAD INSUFICIENTE EN LA '
                                   'BODEGA ORIGEN'
                       WHEN WZD-RSV-DISPONIBLE < WZD-CANT-TRASLADO
                           DISPLAY '*  STOCK COMPROMETIDO EN RESERVAS '
                                   'EN LA BODEGA ORIGEN'
                       WHEN OTHER
                           MOVE REG-ARCH-MAESTRO TO WCH-MANT-REGISTRO
                           MOVE REG-ARCH-MAESTRO TO WJR-IMAGEN-ANTERIOR
                           MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO
                               TO WMV-CANT-ANTERIOR
                           SUBTRACT WZD-CANT-TRASLADO
                               FROM REG-CANTIDAD IN REG-ARCH-MAESTRO
                           REWRITE REG-ARCH-MAESTRO
                               INVALID KEY
                                   DISPLAY '*  NO SE PUDO ACTUALIZAR '
                                           'LA BODEGA ORIGEN'
                               NOT INVALID KEY
                                   ADD 1 TO WCT-CAMBIOS-MANT
                                   MOVE 'C' TO WJR-OPERACION
                                   PERFORM 7700-ESCRIBIR-JOURNAL
                                   MOVE WZD-COD-BUSQUEDA
                                       TO WMV-COD-ARTICULO
                                   MOVE WZD-BOD-ORIGEN
                                       TO WMV-COD-BODEGA
                                   MOVE REG-CANTIDAD
                                           IN REG-ARCH-MAESTRO
                                       TO WMV-CANT-NUEVA
                                   MOVE REG-COSTO-UNIT
                                           IN REG-ARCH-MAESTRO
                                       TO WMV-COSTO-ANTERIOR
                                   MOVE REG-COSTO-UNIT
                                           IN REG-ARCH-MAESTRO
                                       TO WMV-COSTO-NUEVO
                                   MOVE 'T' TO WMV-ORIGEN
                                   PERFORM 7500-ESCRIBIR-MOVIMIENTO
                                   PERFORM 5520-SUMAR-BODEGA-DESTINO
                           END-REWRITE
                   END-EVALUATE
           END-READ
           .

      *----------------------------------------------------------------*
      * 5520-SUMAR-BODEGA-DESTINO                                      *
      *    SUMAR LA CANTIDAD TRASLADADA EN LA BODEGA DESTINO. SI EL    *
      *    REGISTRO DESTINO NO EXISTE SE CREA CON LOS DATOS DEL        *
      *    ORIGEN; SI EXISTE DADO DE BAJA, SE REACTIVA SOLO CON LO     *
      *    TRASLADADO (SU CANTIDAD ANTERIOR A LA BAJA SE DESCARTA)     *
      *----------------------------------------------------------------*
       5520-SUMAR-BODEGA-DESTINO.
           MOVE WZD-COD-BUSQUEDA TO REG-COD-ARTICULO IN REG-ARCH-MAESTRO
           MOVE WZD-BOD-DESTINO TO REG-COD-BODEGA IN REG-ARCH-MAESTRO
           READ ARCH-MAESTRO
               INVALID KEY
                   PERFORM 5530-CREAR-BODEGA-DESTINO
               NOT INVALID KEY
                   MOVE REG-ARCH-MAESTRO TO WJR-IMAGEN-ANTERIOR
                   IF ARTICULO-DE-BAJA IN REG-ARCH-MAESTRO
                       MOVE ZERO TO WMV-CANT-ANTERIOR
                       MOVE WZD-CANT-TRASLADO
                           TO REG-CANTIDAD IN REG-ARCH-MAESTRO
                   ELSE
                       MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO
                           TO WMV-CANT-ANTERIOR
                       ADD WZD-CANT-TRASLADO
                           TO REG-CANTIDAD IN REG-ARCH-MAESTRO
                   END-IF
                   MOVE 'N' TO REG-INDICADOR-BAJA IN REG-ARCH-MAESTRO
                   REWRITE REG-ARCH-MAESTRO
                       INVALID KEY
                           DISPLAY '*  NO SE PUDO ACTUALIZAR LA '
                                   'BODEGA DESTINO'
                       NOT INVALID KEY
                           ADD 1 TO WCT-CAMBIOS-MANT
                           MOVE 'C' TO WJR-OPERACION
                           PERFORM 7700-ESCRIBIR-JOURNAL
                           MOVE WZD-COD-BUSQUEDA TO WMV-COD-ARTICULO
                           MOVE WZD-BOD-DESTINO TO WMV-COD-BODEGA
                           MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO
                               TO WMV-CANT-NUEVA
                           MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                               TO WMV-COSTO-ANTERIOR
                           MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                               TO WMV-COSTO-NUEVO
                           MOVE 'T' TO WMV-ORIGEN
                           PERFORM 7500-ESCRIBIR-MOVIMIENTO
                           PERFORM 5540-TRASPASAR-LOTES-TRASLADO
                           DISPLAY '*  TRASLADO REALIZADO'
                   END-REWRITE
           END-READ
           .

      *----------------------------------------------------------------*
      * 5530-CREAR-BODEGA-DESTINO                                      *
      *----------------------------------------------------------------*
       5530-CREAR-BODEGA-DESTINO.
           MOVE WZD-BOD-DESTINO TO REG-COD-BODEGA IN WCH-MANT-REGISTRO
           MOVE WZD-CANT-TRASLADO TO REG-CANTIDAD IN WCH-MANT-REGISTRO
           MOVE 'N' TO REG-INDICADOR-BAJA IN WCH-MANT-REGISTRO
           MOVE SPACES TO WJR-IMAGEN-ANTERIOR
           WRITE REG-ARCH-MAESTRO FROM WCH-MANT-REGISTRO
               INVALID KEY
                   DISPLAY '*  NO SE PUDO CREAR EL REGISTRO EN LA '
                           'BODEGA DESTINO'
               NOT INVALID KEY
                   ADD 1 TO WCT-CAMBIOS-MANT
                   MOVE 'A' TO WJR-OPERACION
                   PERFORM 7700-ESCRIBIR-JOURNAL
                   MOVE WZD-COD-BUSQUEDA TO WMV-COD-ARTICULO
                   MOVE WZD-BOD-DESTINO TO WMV-COD-BODEGA
                   MOVE ZERO TO WMV-CANT-ANTERIOR
                   MOVE WZD-CANT-TRASLADO TO WMV-CANT-NUEVA
                   MOVE REG-COSTO-UNIT IN WCH-MANT-REGISTRO
                       TO WMV-COSTO-ANTERIOR
                   MOVE REG-COSTO-UNIT IN WCH-MANT-REGISTRO
                       TO WMV-COSTO-NUEVO
                   MOVE 'T' TO WMV-ORIGEN
                   PERFORM 7500-ESCRIBIR-MOVIMIENTO
                   PERFORM 5540-TRASPASAR-LOTES-TRASLADO
                   DISPLAY '*  TRASLADO REALIZADO'
           END-WRITE
           .

      *----------------------------------------------------------------*
      * 5540-TRASPASAR-LOTES-TRASLADO                                  *
      *    LLEVAR LOS LOTES DE LO TRASLADADO DE LA BODEGA ORIGEN A LA  *
      *    DESTINO, CON SU NUMERO DE LOTE Y VENCIMIENTO                *
      *----------------------------------------------------------------*
       5540-TRASPASAR-LOTES-TRASLADO.
           MOVE WZD-COD-BUSQUEDA TO WZD-LOT-COD-ARTICULO
           MOVE WZD-BOD-ORIGEN TO WZD-LOT-COD-BODEGA
           MOVE WZD-BOD-DESTINO TO WZD-TRP-BOD-DESTINO
           MOVE WZD-CANT-TRASLADO TO WZD-LOT-POR-CONSUMIR
           PERFORM 7290-TRASPASAR-LOTES
           .

      *----------------------------------------------------------------*
      * 5900-CERRAR-MAESTRO                                            *
      *----------------------------------------------------------------*
       5900-CERRAR-MAESTRO.
           CLOSE ARCH-MAESTRO
           PERFORM 7450-CERRAR-BITACORAS
           .

      *----------------------------------------------------------------*
      * 5600-MANTENIMIENTO-PROVEEDORES                                 *
      *    ADICIONAR, CAMBIAR O ELIMINAR UN PROVEEDOR DIRECTAMENTE     *
      *    SOBRE EL MAESTRO DE PROVEEDORES. AQUI LA BAJA SI ES UN      *
      *    DELETE FISICO: EL PROVEEDOR NO VIENE EN NINGUN FEED         *
      *----------------------------------------------------------------*
       5600-MANTENIMIENTO-PROVEEDORES.
           MOVE ZERO TO WCT-CAMBIOS-PROV
           PERFORM 5610-ABRIR-PROVEEDORES
           IF WFS-PROVEEDORES = '00'
               PERFORM 5615-SESION-PROVEEDORES
               CLOSE ARCH-PROVEEDORES
           END-IF
           .

      *----------------------------------------------------------------*
      * 5610-ABRIR-PROVEEDORES                                         *
      *    ABRIR EL MAESTRO DE PROVEEDORES EN I-O, CREANDOLO SI AUN    *
      *    NO EXISTE                                                   *
      *----------------------------------------------------------------*
       5610-ABRIR-PROVEEDORES.
           OPEN I-O ARCH-PROVEEDORES
           IF WFS-PROVEEDORES = '35'
               OPEN OUTPUT ARCH-PROVEEDORES
               CLOSE ARCH-PROVEEDORES
               OPEN I-O ARCH-PROVEEDORES
           END-IF
           IF WFS-PROVEEDORES NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE '
                       'PROVEEDORES, ESTADO: ' WFS-PROVEEDORES
           END-IF
           .

      *----------------------------------------------------------------*
      * 5615-SESION-PROVEEDORES                                        *
      *----------------------------------------------------------------*
       5615-SESION-PROVEEDORES.
           MOVE 'N' TO WSW-FIN-MANT-PROV
           PERFORM 5620-MENU-PROVEEDORES
           PERFORM UNTIL FIN-MANT-PROV
               EVALUATE WZD-OPCION-PROV
                   WHEN 1
                       PERFORM 5630-ADICIONAR-PROVEEDOR
                   WHEN 2
                       PERFORM 5640-CAMBIAR-PROVEEDOR
                   WHEN 3
                       PERFORM 5650-ELIMINAR-PROVEEDOR
                   WHEN 4
                       MOVE 'S' TO WSW-FIN-MANT-PROV
                   WHEN OTHER
                       DISPLAY '*  OPCION INVALIDA, INTENTE DE NUEVO'
               END-EVALUATE
               IF NOT FIN-MANT-PROV
                   PERFORM 5620-MENU-PROVEEDORES
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 5620-MENU-PROVEEDORES                                          *
      *----------------------------------------------------------------*
       5620-MENU-PROVEEDORES.
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '*          MANTENIMIENTO DE PROVEEDORES           *'
           DISPLAY '*  1. Adicionar proveedor                         *'
           DISPLAY '*  2. Cambiar proveedor                           *'
           DISPLAY '*  3. Eliminar proveedor                          *'
           DISPLAY '*  4. Volver al menu principal                    *'
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '*  Opcion -> ' WITH NO ADVANCING
           ACCEPT WZD-OPCION-PROV-ALFA
           IF WZD-OPCION-PROV-ALFA IS NUMERIC
                   AND WZD-OPCION-PROV-ALFA > '0'
               MOVE WZD-OPCION-PROV-ALFA TO WZD-OPCION-PROV
           ELSE
               MOVE 9 TO WZD-OPCION-PROV
           END-IF
           .

      *----------------------------------------------------------------*
      * 5630-ADICIONAR-PROVEEDOR                                       *
      *----------------------------------------------------------------*
       5630-ADICIONAR-PROVEEDOR.
           DISPLAY '*  Codigo proveedor -> ' WITH NO ADVANCING
           ACCEPT PRV-COD-PROVEEDOR
           DISPLAY '*  Nombre           -> ' WITH NO ADVANCING
           ACCEPT PRV-NOMBRE
           DISPLAY '*  Dias de entrega  -> ' WITH NO ADVANCING
           ACCEPT PRV-DIAS-ENTREGA
           WRITE REG-ARCH-PROVEEDOR
               INVALID KEY
                   DISPLAY '*  EL PROVEEDOR YA EXISTE'
               NOT INVALID KEY
                   DISPLAY '*  PROVEEDOR ADICIONADO'
                   ADD 1 TO WCT-CAMBIOS-PROV
           END-WRITE
           .

      *----------------------------------------------------------------*
      * 5640-CAMBIAR-PROVEEDOR                                         *
      *----------------------------------------------------------------*
       5640-CAMBIAR-PROVEEDOR.
           DISPLAY '*  Codigo proveedor -> ' WITH NO ADVANCING
           ACCEPT WZD-PRV-BUSQUEDA
           MOVE WZD-PRV-BUSQUEDA TO PRV-COD-PROVEEDOR
           READ ARCH-PROVEEDORES
               INVALID KEY
                   DISPLAY '*  EL PROVEEDOR NO EXISTE'
               NOT INVALID KEY
                   DISPLAY '*  Nombre          -> ' WITH NO ADVANCING
                   ACCEPT PRV-NOMBRE
                   DISPLAY '*  Dias de entrega -> ' WITH NO ADVANCING
                   ACCEPT PRV-DIAS-ENTREGA
                   REWRITE REG-ARCH-PROVEEDOR
                       INVALID KEY
                           DISPLAY '*  NO SE PUDO ACTUALIZAR'
                       NOT INVALID KEY
                           DISPLAY '*  PROVEEDOR ACTUALIZADO'
                           ADD 1 TO WCT-CAMBIOS-PROV
                   END-REWRITE
           END-READ
           .

      *----------------------------------------------------------------*
      * 5650-ELIMINAR-PROVEEDOR                                        *
      *----------------------------------------------------------------*
       5650-ELIMINAR-PROVEEDOR.
           DISPLAY '*  Codigo proveedor -> ' WITH NO ADVANCING
           ACCEPT WZD-PRV-BUSQUEDA
           MOVE WZD-PRV-BUSQUEDA TO PRV-COD-PROVEEDOR
           DELETE ARCH-PROVEEDORES
               INVALID KEY
                   DISPLAY '*  EL PROVEEDOR NO EXISTE'
               NOT INVALID KEY
                   DISPLAY '*  PROVEEDOR ELIMINADO'
                   ADD 1 TO WCT-CAMBIOS-PROV
           END-DELETE
           .

      *----------------------------------------------------------------*
      * 5700-MANTENIMIENTO-BODEGAS                                     *
      *    ADICIONAR, CAMBIAR O CERRAR UNA BODEGA DEL MAESTRO DE       *
      *    BODEGAS. UNA BODEGA NO SE ELIMINA: SE CIERRA, PARA QUE EL   *
      *    KARDEX Y LA HISTORIA QUE LA NOMBRAN SIGAN TENIENDO A QUE    *
      *    REFERIRSE                                                   *
      *----------------------------------------------------------------*
       5700-MANTENIMIENTO-BODEGAS.
           MOVE ZERO TO WCT-CAMBIOS-BOD
           PERFORM 5710-ABRIR-BODEGAS
           IF WFS-BODEGAS = '00'
               PERFORM 5715-SESION-BODEGAS
               CLOSE ARCH-BODEGAS
           END-IF
           .

      *----------------------------------------------------------------*
      * 5710-ABRIR-BODEGAS                                             *
      *    ABRIR EL MAESTRO DE BODEGAS EN I-O, CREANDOLO SI AUN NO     *
      *    EXISTE                                                      *
      *----------------------------------------------------------------*
       5710-ABRIR-BODEGAS.
           OPEN I-O ARCH-BODEGAS
           IF WFS-BODEGAS = '35'
               OPEN OUTPUT ARCH-BODEGAS
               CLOSE ARCH-BODEGAS
               OPEN I-O ARCH-BODEGAS
           END-IF
           IF WFS-BODEGAS NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE '
                       'BODEGAS, ESTADO: ' WFS-BODEGAS
           END-IF
           .

      *----------------------------------------------------------------*
      * 5715-SESION-BODEGAS                                            *
      *----------------------------------------------------------------*
       5715-SESION-BODEGAS.
           MOVE 'N' TO WSW-FIN-MANT-BOD
           PERFORM 5720-MENU-BODEGAS
           PERFORM UNTIL FIN-MANT-BOD
               EVALUATE WZD-OPCION-BOD
                   WHEN 1
                       PERFORM 5730-ADICIONAR-BODEGA
                   WHEN 2
                       PERFORM 5740-CAMBIAR-BODEGA
                   WHEN 3
                       PERFORM 5750-CERRAR-BODEGA
                   WHEN 4
                       MOVE 'S' TO WSW-FIN-MANT-BOD
                   WHEN OTHER
                       DISPLAY '*  OPCION INVALIDA, INTENTE DE NUEVO'
               END-EVALUATE
               IF NOT FIN-MANT-BOD
                   PERFORM 5720-MENU-BODEGAS
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 5720-MENU-BODEGAS                                              *
      *----------------------------------------------------------------*
       5720-MENU-BODEGAS.
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '*            MANTENIMIENTO DE BODEGAS             *'
           DISPLAY '*  1. Adicionar bodega                            *'
           DISPLAY '*  2. Cambiar bodega                              *'
           DISPLAY '*  3. Cerrar bodega                               *'
           DISPLAY '*  4. Volver al menu principal                    *'
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '*  Opcion -> ' WITH NO ADVANCING
           ACCEPT WZD-OPCION-BOD-ALFA
           IF WZD-OPCION-BOD-ALFA IS NUMERIC
                   AND WZD-OPCION-BOD-ALFA > '0'
               MOVE WZD-OPCION-BOD-ALFA TO WZD-OPCION-BOD
           ELSE
               MOVE 9 TO WZD-OPCION-BOD
           END-IF
           .

      *----------------------------------------------------------------*
      * 5730-ADICIONAR-BODEGA                                          *
      *    EL CODIGO EN BLANCO NO ES VALIDO Y EL DE LA BODEGA DE       *
      *    TRANSITO ESTA RESERVADO PARA LOS TRASLADOS CON DOCUMENTO.   *
      *    LA BODEGA NACE ACTIVA                                       *
      *----------------------------------------------------------------*
       5730-ADICIONAR-BODEGA.
           DISPLAY '*  Codigo bodega    -> ' WITH NO ADVANCING
           ACCEPT BOD-COD-BODEGA
           IF BOD-COD-BODEGA = SPACES
                   OR BOD-COD-BODEGA = WCN-BODEGA-TRANSITO
               DISPLAY '*  CODIGO DE BODEGA INVALIDO O RESERVADO'
           ELSE
               MOVE 'A' TO BOD-ESTADO
               PERFORM 5735-CAPTURAR-DATOS-BODEGA
               WRITE REG-ARCH-BODEGA
                   INVALID KEY
                       DISPLAY '*  LA BODEGA YA EXISTE'
                   NOT INVALID KEY
                       DISPLAY '*  BODEGA ADICIONADA'
                       ADD 1 TO WCT-CAMBIOS-BOD
               END-WRITE
           END-IF
           .

      *----------------------------------------------------------------*
      * 5735-CAPTURAR-DATOS-BODEGA                                     *
      *    PEDIR LOS DATOS DE LA BODEGA. LAS MARCAS SE TOMAN COMO S    *
      *    O N: STOCK NEGATIVO SOLO CON S, CARGAS DEL ARCHIVO EXTERNO  *
      *    SALVO QUE SE DIGITE N                                       *
      *----------------------------------------------------------------*
       5735-CAPTURAR-DATOS-BODEGA.
           DISPLAY '*  Nombre           -> ' WITH NO ADVANCING
           ACCEPT BOD-NOMBRE
           DISPLAY '*  Responsable      -> ' WITH NO ADVANCING
           ACCEPT BOD-RESPONSABLE
           DISPLAY '*  Stock neg. (S/N) -> ' WITH NO ADVANCING
           ACCEPT WZD-BOD-RESPUESTA
           INSPECT WZD-BOD-RESPUESTA CONVERTING 'sn' TO 'SN'
           IF WZD-BOD-RESPUESTA = 'S'
               MOVE 'S' TO BOD-ADMITE-NEGATIVO
           ELSE
               MOVE 'N' TO BOD-ADMITE-NEGATIVO
           END-IF
           DISPLAY '*  Carga ext. (S/N) -> ' WITH NO ADVANCING
           ACCEPT WZD-BOD-RESPUESTA
           INSPECT WZD-BOD-RESPUESTA CONVERTING 'sn' TO 'SN'
           IF WZD-BOD-RESPUESTA = 'N'
               MOVE 'N' TO BOD-RECIBE-CARGA
           ELSE
               MOVE 'S' TO BOD-RECIBE-CARGA
           END-IF
           .

      *----------------------------------------------------------------*
      * 5740-CAMBIAR-BODEGA                                            *
      *    CAMBIAR LOS DATOS DE UNA BODEGA; AQUI TAMBIEN SE REABRE     *
      *    UNA BODEGA CERRADA                                          *
      *----------------------------------------------------------------*
       5740-CAMBIAR-BODEGA.
           DISPLAY '*  Codigo bodega    -> ' WITH NO ADVANCING
           ACCEPT WZD-BOD-BUSQUEDA
           MOVE WZD-BOD-BUSQUEDA TO BOD-COD-BODEGA
           READ ARCH-BODEGAS
               INVALID KEY
                   DISPLAY '*  LA BODEGA NO EXISTE'
               NOT INVALID KEY
                   PERFORM 5735-CAPTURAR-DATOS-BODEGA
                   DISPLAY '*  Estado (A/C)     -> '
                           WITH NO ADVANCING
                   ACCEPT WZD-BOD-RESPUESTA
                   INSPECT WZD-BOD-RESPUESTA CONVERTING 'ac' TO 'AC'
                   IF WZD-BOD-RESPUESTA = 'C'
                       MOVE 'C' TO BOD-ESTADO
                   ELSE
                       MOVE 'A' TO BOD-ESTADO
                   END-IF
                   REWRITE REG-ARCH-BODEGA
                       INVALID KEY
                           DISPLAY '*  NO SE PUDO ACTUALIZAR'
                       NOT INVALID KEY
                           DISPLAY '*  BODEGA ACTUALIZADA'
                           ADD 1 TO WCT-CAMBIOS-BOD
                   END-REWRITE
           END-READ
           .

      *----------------------------------------------------------------*
      * 5750-CERRAR-BODEGA                                             *
      *----------------------------------------------------------------*
       5750-CERRAR-BODEGA.
           DISPLAY '*  Codigo bodega    -> ' WITH NO ADVANCING
           ACCEPT WZD-BOD-BUSQUEDA
           MOVE WZD-BOD-BUSQUEDA TO BOD-COD-BODEGA
           READ ARCH-BODEGAS
               INVALID KEY
                   DISPLAY '*  LA BODEGA NO EXISTE'
               NOT INVALID KEY
                   IF BODEGA-CERRADA
                       DISPLAY '*  LA BODEGA YA ESTA CERRADA'
                   ELSE
                       MOVE 'C' TO BOD-ESTADO
                       REWRITE REG-ARCH-BODEGA
                           INVALID KEY
                               DISPLAY '*  NO SE PUDO ACTUALIZAR'
                           NOT INVALID KEY
                               DISPLAY '*  BODEGA CERRADA'
                               ADD 1 TO WCT-CAMBIOS-BOD
                       END-REWRITE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * 5760-ABRIR-BODEGAS-CONSULTA                                    *
      *    ABRIR EL MAESTRO DE BODEGAS PARA VALIDAR LOS CODIGOS DE     *
      *    BODEGA DE UN PROCESO. SI NO SE PUEDE ABRIR, NINGUNA BODEGA  *
      *    SE RECONOCE Y TODO LO QUE NOMBRE UNA BODEGA SE RECHAZA      *
      *----------------------------------------------------------------*
       5760-ABRIR-BODEGAS-CONSULTA.
           MOVE 'N' TO WSW-BODEGAS-ABIERTO
           OPEN INPUT ARCH-BODEGAS
           IF WFS-BODEGAS = '00'
               MOVE 'S' TO WSW-BODEGAS-ABIERTO
           ELSE
               DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE '
                       'BODEGAS, ESTADO: ' WFS-BODEGAS
           END-IF
           .

      *----------------------------------------------------------------*
      * 5765-CERRAR-BODEGAS-CONSULTA                                   *
      *----------------------------------------------------------------*
       5765-CERRAR-BODEGAS-CONSULTA.
           IF BODEGAS-ABIERTO
               CLOSE ARCH-BODEGAS
               MOVE 'N' TO WSW-BODEGAS-ABIERTO
           END-IF
           .

      *----------------------------------------------------------------*
      * 5770-VALIDAR-BODEGA                                            *
      *    VALIDAR LA BODEGA DEJADA EN WZD-BOD-VALIDAR CONTRA EL       *
      *    MAESTRO DE BODEGAS. SI ES CORRECTA QUEDA LEIDA, PARA QUE EL *
      *    PROCESO CONSULTE SUS MARCAS                                 *
      *----------------------------------------------------------------*
       5770-VALIDAR-BODEGA.
           SET BOD-VAL-NO-EXISTE TO TRUE
           IF BODEGAS-ABIERTO
               MOVE WZD-BOD-VALIDAR TO BOD-COD-BODEGA
               READ ARCH-BODEGAS
                   INVALID KEY
                       SET BOD-VAL-NO-EXISTE TO TRUE
                   NOT INVALID KEY
                       IF BODEGA-CERRADA
                           SET BOD-VAL-CERRADA TO TRUE
                       ELSE
                           SET BOD-VAL-CORRECTA TO TRUE
                       END-IF
               END-READ
           END-IF
           .

      *----------------------------------------------------------------*
      * 5780-NOMBRE-BODEGA                                             *
      *    COMPLETAR EL ROTULO DE BODEGA DE LOS REPORTES CON EL        *
      *    NOMBRE DE LA BODEGA DEJADA EN LB-BODEGA. SI LA BODEGA NO    *
      *    ESTA EN EL MAESTRO EL ROTULO QUEDA SOLO CON EL CODIGO       *
      *----------------------------------------------------------------*
       5780-NOMBRE-BODEGA.
           MOVE SPACES TO LB-NOMBRE
           MOVE LB-BODEGA TO BOD-COD-BODEGA
           IF BODEGAS-ABIERTO
               PERFORM 5785-LEER-NOMBRE-BODEGA
           ELSE
               OPEN INPUT ARCH-BODEGAS
               IF WFS-BODEGAS = '00'
                   PERFORM 5785-LEER-NOMBRE-BODEGA
                   CLOSE ARCH-BODEGAS
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 5785-LEER-NOMBRE-BODEGA                                        *
      *----------------------------------------------------------------*
       5785-LEER-NOMBRE-BODEGA.
           READ ARCH-BODEGAS
               INVALID KEY
                   MOVE SPACES TO LB-NOMBRE
               NOT INVALID KEY
                   STRING ' - '         DELIMITED BY SIZE
                          BOD-NOMBRE    DELIMITED BY SIZE
                       INTO LB-NOMBRE
           END-READ
           .

      *----------------------------------------------------------------*
      * 6000-EXPORTAR-INVENTARIO                                       *
      *    EXTRAER DE LOS ARTICULOS ACTIVOS DEL MAESTRO UN ARCHIVO     *
      *    PLANO DE ANCHO FIJO (CODIGO, CANTIDAD Y COSTO EXTENDIDO)    *
      *    PARA ENTREGAR A CONTABILIDAD, EN EL ORDEN DE LA CLAVE       *
      *    (ARTICULO + BODEGA)                                         *
      *----------------------------------------------------------------*
       6000-EXPORTAR-INVENTARIO.
           MOVE ZERO TO WCT-REGISTROS-EXPORTADOS
           MOVE 'N' TO WSW-FIN-MAESTRO
           MOVE 'N' TO WSW-ERROR-EXPORTA
           OPEN INPUT ARCH-MAESTRO
           IF WFS-MAESTRO NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE INVENTARIO'
               MOVE 'S' TO WSW-ERROR-EXPORTA
           ELSE
               PERFORM 6100-ABRIR-EXPORTACION
               IF NOT ERROR-EXPORTA
                   PERFORM 3510-POSICIONAR-INICIO-MAESTRO
                   IF NOT FIN-MAESTRO
                       PERFORM 3520-LEER-REGISTRO-MAESTRO
                       PERFORM UNTIL FIN-MAESTRO
                           PERFORM 6300-EXPORTAR-DETALLE
                           PERFORM 3520-LEER-REGISTRO-MAESTRO
                       END-PERFORM
                   END-IF
                   PERFORM 6900-CERRAR-EXPORTACION
               END-IF
               CLOSE ARCH-MAESTRO
           END-IF
           .

      *----------------------------------------------------------------*
      * 6100-ABRIR-EXPORTACION                                         *
      *----------------------------------------------------------------*
       6100-ABRIR-EXPORTACION.
           MOVE 'N' TO WSW-ERROR-EXPORTA
           OPEN OUTPUT ARCH-EXPORTA
           IF WFS-EXPORTA NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO DE EXPORTACION'
               MOVE 'S' TO WSW-ERROR-EXPORTA
           END-IF
           .

      *----------------------------------------------------------------*
      * 6300-EXPORTAR-DETALLE                                          *
      *    ESCRIBIR UNA LINEA DE EXTRACTO POR CADA ARTICULO ACTIVO     *
      *    DEL MAESTRO (CANTIDAD Y CANTIDAD * COSTO UNITARIO =         *
      *    COSTO EXTENDIDO)                                            *
      *----------------------------------------------------------------*
       6300-EXPORTAR-DETALLE.
           IF NOT ARTICULO-DE-BAJA IN REG-ARCH-MAESTRO
               MOVE REG-COD-ARTICULO IN REG-ARCH-MAESTRO
                   TO EXP-COD-ARTICULO
               MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO TO EXP-CANTIDAD
               COMPUTE WCT-COSTO-EXT-ITEM =
                       REG-CANTIDAD IN REG-ARCH-MAESTRO *
                       REG-COSTO-UNIT IN REG-ARCH-MAESTRO
               MOVE WCT-COSTO-EXT-ITEM TO EXP-COSTO-EXT
               WRITE REG-ARCH-EXPORTA
               ADD 1 TO WCT-REGISTROS-EXPORTADOS
           END-IF
           .

      *----------------------------------------------------------------*
      * 6900-CERRAR-EXPORTACION                                        *
      *----------------------------------------------------------------*
       6900-CERRAR-EXPORTACION.
           CLOSE ARCH-EXPORTA
           DISPLAY '*  EXPORTACION GENERADA: '
                   WCT-REGISTROS-EXPORTADOS ' REGISTRO(S)'
           .

      *----------------------------------------------------------------*
      * 6500-KARDEX-ARTICULO                                           *
      *    PEDIR EN TERMINAL EL ARTICULO Y EL RANGO DE FECHAS DEL      *
      *    KARDEX Y GENERAR EL REPORTE. FECHAS EN BLANCO O INVALIDAS   *
      *    EQUIVALEN A "SIN LIMITE". EN LOTE CON TARJETAS DE CONTROL   *
      *    SE ENTRA DIRECTO A 6510 CON LOS PARAMETROS DE LA TARJETA    *
      *----------------------------------------------------------------*
       6500-KARDEX-ARTICULO.
           DISPLAY '*  Codigo articulo        -> ' WITH NO ADVANCING
           ACCEPT WZD-KDX-COD-ARTICULO
           DISPLAY '*  Fecha desde (AAAAMMDD) -> ' WITH NO ADVANCING
           ACCEPT WZD-KDX-FECHA-ALFA
           IF WZD-KDX-FECHA-ALFA IS NUMERIC
               MOVE WZD-KDX-FECHA-ALFA TO WZD-KDX-FECHA-DESDE
           ELSE
               MOVE ZERO TO WZD-KDX-FECHA-DESDE
           END-IF
           DISPLAY '*  Fecha hasta (AAAAMMDD) -> ' WITH NO ADVANCING
           ACCEPT WZD-KDX-FECHA-ALFA
           IF WZD-KDX-FECHA-ALFA IS NUMERIC
               MOVE WZD-KDX-FECHA-ALFA TO WZD-KDX-FECHA-HASTA
           ELSE
               MOVE 99999999 TO WZD-KDX-FECHA-HASTA
           END-IF
           MOVE 'N' TO WZD-KDX-INCLUIR
           DISPLAY '*  Incluir kardex archivado (S/N) -> '
               WITH NO ADVANCING
           ACCEPT WZD-KDX-INCLUIR
           INSPECT WZD-KDX-INCLUIR CONVERTING 'sn' TO 'SN'
           PERFORM 6510-GENERAR-KARDEX
           .

      *----------------------------------------------------------------*
      * 6510-GENERAR-KARDEX                                            *
      *    IMPRIMIR EL KARDEX DE MOVIMIENTOS DEL ARTICULO Y RANGO DE   *
      *    FECHAS DEJADOS EN WCH-KARDEX, LEYENDO EL ARCHIVO            *
      *    PERMANENTE DE MOVIMIENTOS E INCLUYENDO EL KARDEX            *
      *    ARCHIVADO CUANDO ASI SE PIDIO                               *
      *----------------------------------------------------------------*
       6510-GENERAR-KARDEX.
           MOVE ZERO TO WCT-KDX-IMPRESOS
           MOVE ZERO TO WCT-NUM-PAGINA
           MOVE 'N' TO WSW-FIN-MOVIMIENTOS
           OPEN INPUT ARCH-MOVIMIENTOS
           IF WFS-MOVIMIENTOS NOT = '00'
               DISPLAY '*  NO HAY MOVIMIENTOS REGISTRADOS'
           ELSE
               OPEN OUTPUT ARCH-REP-KARDEX
               IF WFS-REP-KARDEX NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL REPORTE DE KARDEX'
               ELSE
                   MOVE WCN-MAX-LINEAS TO WCT-LINEAS-PAGINA
                   IF KDX-INCLUIR-ARCHIVO
                       PERFORM 7960-INCLUIR-ARCHIVO-KARDEX
                   END-IF
                   PERFORM 6600-LEER-MOVIMIENTO
                   PERFORM UNTIL FIN-MOVIMIENTOS
                       PERFORM 6700-IMPRIMIR-MOVIMIENTO
                       PERFORM 6600-LEER-MOVIMIENTO
                   END-PERFORM
                   CLOSE ARCH-REP-KARDEX
                   DISPLAY '*  KARDEX GENERADO: ' WCT-KDX-IMPRESOS
                           ' MOVIMIENTO(S)'
               END-IF
               CLOSE ARCH-MOVIMIENTOS
           END-IF
           .

      *----------------------------------------------------------------*
      * 6600-LEER-MOVIMIENTO                                           *
      *----------------------------------------------------------------*
       6600-LEER-MOVIMIENTO.
           READ ARCH-MOVIMIENTOS
               AT END
                   MOVE 'S' TO WSW-FIN-MOVIMIENTOS
           END-READ
           .

      *----------------------------------------------------------------*
      * 6700-IMPRIMIR-MOVIMIENTO                                       *
      *    IMPRIMIR EL MOVIMIENTO LEIDO SI ES DEL ARTICULO PEDIDO Y    *
      *    CAE DENTRO DEL RANGO DE FECHAS                              *
      *----------------------------------------------------------------*
       6700-IMPRIMIR-MOVIMIENTO.
           IF MOV-COD-ARTICULO = WZD-KDX-COD-ARTICULO
                   AND MOV-FECHA >= WZD-KDX-FECHA-DESDE
                   AND MOV-FECHA <= WZD-KDX-FECHA-HASTA
               IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
                   PERFORM 6800-IMPRIMIR-ENCABEZADO-KARDEX
               END-IF
               MOVE MOV-FECHA (7:2) TO KF-DIA
               MOVE MOV-FECHA (5:2) TO KF-MES
               MOVE MOV-FECHA (1:4) TO KF-ANIO
               MOVE WCH-KDX-FECHA-FMT TO LX-FECHA
               MOVE MOV-COD-BODEGA TO LX-BODEGA
               MOVE MOV-CANT-ANTERIOR TO LX-CANT-ANTERIOR
               MOVE MOV-CANT-NUEVA TO LX-CANT-NUEVA
               MOVE MOV-DELTA TO LX-DELTA
               MOVE MOV-COSTO-ANTERIOR TO LX-COSTO-ANT
               MOVE MOV-COSTO-NUEVO TO LX-COSTO-NVO
               EVALUATE MOV-ORIGEN
                   WHEN 'E'
                       MOVE 'ARCHIVO EXT.' TO LX-ORIGEN
                   WHEN 'M'
                       MOVE 'MANTENIMIENTO' TO LX-ORIGEN
                   WHEN 'C'
                       MOVE 'CONTEO FISICO' TO LX-ORIGEN
                   WHEN 'T'
                       MOVE 'TRASLADO' TO LX-ORIGEN
                   WHEN 'S'
                       MOVE 'SALIDA' TO LX-ORIGEN
                   WHEN 'R'
                       MOVE 'RECEPCION OC' TO LX-ORIGEN
                   WHEN 'V'
                       MOVE 'REVALUACION' TO LX-ORIGEN
                   WHEN 'P'
                       MOVE 'PERDIDA TRAS.' TO LX-ORIGEN
                   WHEN OTHER
                       MOVE MOV-ORIGEN TO LX-ORIGEN
               END-EVALUATE
               WRITE REG-ARCH-REP-KARDEX FROM WCH-LIN-DET-KARDEX
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WCT-LINEAS-PAGINA
               ADD 1 TO WCT-KDX-IMPRESOS
           END-IF
           .

      *----------------------------------------------------------------*
      * 6800-IMPRIMIR-ENCABEZADO-KARDEX                                *
      *----------------------------------------------------------------*
       6800-IMPRIMIR-ENCABEZADO-KARDEX.
           ADD 1 TO WCT-NUM-PAGINA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ARCH-REP-KARDEX FROM WCH-LIN-TIT-KARDEX
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-MES    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-KARDEX FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE WZD-KDX-COD-ARTICULO TO LX-ARTICULO
           WRITE REG-ARCH-REP-KARDEX FROM WCH-LIN-KDX-ARTICULO
               AFTER ADVANCING 2 LINES
           WRITE REG-ARCH-REP-KARDEX FROM WCH-LIN-ENC-KARDEX
               AFTER ADVANCING 1 LINE
           MOVE 5 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 7000-REGISTRAR-AUDITORIA                                       *
      *    ANEXAR UNA LINEA AL LOG DE AUDITORIA CON LA OPCION          *
      *    EJECUTADA, LA FECHA, LA HORA Y EL RESULTADO OBTENIDO        *
      *----------------------------------------------------------------*
       7000-REGISTRAR-AUDITORIA.
           OPEN EXTEND ARCH-AUDITORIA
           IF WFS-AUDITORIA NOT = '00'
               OPEN OUTPUT ARCH-AUDITORIA
           END-IF
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WCH-HORA-SISTEMA FROM TIME
           MOVE SPACES TO WCH-LIN-AUDITORIA
           MOVE WFC-DIA TO AF-DIA
           MOVE WFC-MES TO AF-MES
           MOVE WFC-ANIO TO AF-ANIO
           MOVE WCH-AUDIT-FECHA-FMT TO LA-FECHA
           MOVE WHR-HORA TO AH-HORA
           MOVE WHR-MIN TO AH-MIN
           MOVE WHR-SEG TO AH-SEG
           MOVE WCH-AUDIT-HORA-FMT TO LA-HORA
           MOVE WZD-OPER-CODIGO TO LA-OPERADOR
           MOVE WZD-SESION-ID TO LA-SESION
           MOVE WZD-AUDIT-DESCRIPCION TO LA-OPCION
           MOVE WZD-AUDIT-RESULTADO   TO LA-RESULTADO
           WRITE REG-ARCH-AUDITORIA FROM WCH-LIN-AUDITORIA
           CLOSE ARCH-AUDITORIA
           .

      *----------------------------------------------------------------*
      * 7100-RECEPCION-ORDENES                                         *
      *    RECIBIR MERCANCIA CONTRA LAS ORDENES DE COMPRA ABIERTAS:    *
      *    EL ARCHIVO DE RECEPCIONES SE ORDENA CON SORT POR            *
      *    PROVEEDOR + ORDEN + ARTICULO + BODEGA; CADA RECEPCION SE    *
      *    BUSCA EN OCPMTR, SE SUMA AL MAESTRO A COSTO PROMEDIO        *
      *    PONDERADO (BITACORA Y KARDEX DE ORIGEN R) Y SE ACUMULA EN   *
      *    LA LINEA DE LA ORDEN, QUE SE CIERRA AL COMPLETARSE. SE      *
      *    IMPRIMEN POR PROVEEDOR LAS LINEAS CORTAS, CON SOBRANTE,     *
      *    CON COSTO DIFERENTE O RECHAZADAS Y AL FINAL LAS LINEAS      *
      *    QUE SIGUEN ABIERTAS PASADOS LOS DIAS DE ENTREGA             *
      *----------------------------------------------------------------*
       7100-RECEPCION-ORDENES.
           MOVE ZERO TO WCT-RCP-LEIDAS
           MOVE ZERO TO WCT-RCP-INVALIDAS
           MOVE ZERO TO WCT-RCP-APLICADAS
           MOVE ZERO TO WCT-RCP-RECHAZADAS
           MOVE ZERO TO WCT-RCP-CORTAS
           MOVE ZERO TO WCT-RCP-SOBRANTES
           MOVE ZERO TO WCT-RCP-COSTO-DIF
           MOVE ZERO TO WCT-RCP-VALOR-RECIBIDO
           MOVE ZERO TO WCT-NUM-PAGINA
           MOVE 'N' TO WSW-ERROR-RECEPCION
           PERFORM 7110-ABRIR-ORDENES-ABIERTAS
           IF NOT OCP-ABIERTO
               MOVE 'S' TO WSW-ERROR-RECEPCION
           ELSE
               OPEN I-O ARCH-MAESTRO
               IF WFS-MAESTRO NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE '
                           'INVENTARIO'
                   MOVE 'S' TO WSW-ERROR-RECEPCION
               ELSE
                   OPEN OUTPUT ARCH-REP-RECEPCION
                   IF WFS-REP-RECEPCION NOT = '00'
                       DISPLAY '*  NO SE PUDO ABRIR EL REPORTE DE '
                               'RECEPCION'
                       MOVE 'S' TO WSW-ERROR-RECEPCION
                   ELSE
                       MOVE 'N' TO WSW-PROV-RCP-ABIERTO
                       OPEN INPUT ARCH-PROVEEDORES
                       IF WFS-PROVEEDORES = '00'
                           MOVE 'S' TO WSW-PROV-RCP-ABIERTO
                       END-IF
                       PERFORM 7400-ABRIR-MOVIMIENTOS
                       MOVE WCN-MAX-LINEAS TO WCT-LINEAS-PAGINA
                       SORT ARCH-ORDENAMIENTO
                           ON ASCENDING KEY ORD-RCP-COD-PROVEEDOR
                           ON ASCENDING KEY ORD-RCP-FECHA-ORDEN
                           ON ASCENDING KEY ORD-RCP-COD-ARTICULO
                           ON ASCENDING KEY ORD-RCP-COD-BODEGA
                           WITH DUPLICATES IN ORDER
                           INPUT PROCEDURE IS
                               7120-SELECCIONAR-RECEPCIONES
                           OUTPUT PROCEDURE IS
                               7130-APLICAR-RECEPCIONES
                       PERFORM 7450-CERRAR-BITACORAS
                       IF NOT ERROR-RECEPCION
                           PERFORM 7170-IMPRIMIR-RESUMEN-RECEPCION
                           PERFORM 7180-LISTAR-LINEAS-VENCIDAS
                       END-IF
                       IF PROV-RCP-ABIERTO
                           CLOSE ARCH-PROVEEDORES
                           MOVE 'N' TO WSW-PROV-RCP-ABIERTO
                       END-IF
                       CLOSE ARCH-REP-RECEPCION
                       DISPLAY '*  RECEPCIONES APLICADAS: '
                               WCT-RCP-APLICADAS
                               ' RECHAZADAS: ' WCT-RCP-RECHAZADAS
                   END-IF
                   CLOSE ARCH-MAESTRO
               END-IF
               CLOSE ARCH-ORDEN-ABIERTA
               MOVE 'N' TO WSW-OCP-ABIERTO
           END-IF
           .

      *----------------------------------------------------------------*
      * 7110-ABRIR-ORDENES-ABIERTAS                                    *
      *    ABRIR EL ARCHIVO DE ORDENES ABIERTAS EN I-O, CREANDOLO SI   *
      *    AUN NO EXISTE. LO USAN EL SUGERIDO (PARA REGISTRAR LAS      *
      *    LINEAS) Y LA RECEPCION (PARA CONSUMIRLAS)                   *
      *----------------------------------------------------------------*
       7110-ABRIR-ORDENES-ABIERTAS.
           MOVE 'N' TO WSW-OCP-ABIERTO
           OPEN I-O ARCH-ORDEN-ABIERTA
           IF WFS-ORDEN-ABIERTA = '35'
               OPEN OUTPUT ARCH-ORDEN-ABIERTA
               CLOSE ARCH-ORDEN-ABIERTA
               OPEN I-O ARCH-ORDEN-ABIERTA
           END-IF
           IF WFS-ORDEN-ABIERTA = '00'
               MOVE 'S' TO WSW-OCP-ABIERTO
           ELSE
               DISPLAY '*  NO SE PUDO ABRIR LAS ORDENES ABIERTAS, '
                       'ESTADO: ' WFS-ORDEN-ABIERTA
           END-IF
           .

      *----------------------------------------------------------------*
      * 7120-SELECCIONAR-RECEPCIONES                                   *
      *    PROCEDIMIENTO DE ENTRADA DEL SORT DE LA RECEPCION: LEER EL  *
      *    ARCHIVO DE RECEPCIONES Y ENTREGAR AL ORDENAMIENTO LOS       *
      *    REGISTROS VALIDOS, DESCARTANDO (CON AVISO) LOS QUE TRAEN    *
      *    PROVEEDOR O ARTICULO EN BLANCO O CAMPOS NO NUMERICOS        *
      *----------------------------------------------------------------*
       7120-SELECCIONAR-RECEPCIONES.
           MOVE 'N' TO WSW-FIN-RECEPCION
           OPEN INPUT ARCH-RECEPCION
           IF WFS-RECEPCION NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO DE RECEPCIONES'
               MOVE 'S' TO WSW-ERROR-RECEPCION
           ELSE
               PERFORM 7128-LEER-REGISTRO-RECEPCION
               PERFORM UNTIL FIN-RECEPCION
                   PERFORM 7125-LIBERAR-RECEPCION
                   PERFORM 7128-LEER-REGISTRO-RECEPCION
               END-PERFORM
               CLOSE ARCH-RECEPCION
               DISPLAY '*  RECEPCIONES LEIDAS : ' WCT-RCP-LEIDAS
               IF WCT-RCP-INVALIDAS > ZERO
                   DISPLAY '*  RECEPCIONES INVALIDAS : '
                           WCT-RCP-INVALIDAS
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 7125-LIBERAR-RECEPCION                                         *
      *----------------------------------------------------------------*
       7125-LIBERAR-RECEPCION.
           IF RCP-COD-PROVEEDOR = SPACES
                   OR RCP-COD-ARTICULO = SPACES
                   OR RCP-FECHA-ORDEN IS NOT NUMERIC
                   OR RCP-CANTIDAD IS NOT NUMERIC
                   OR RCP-COSTO-UNIT IS NOT NUMERIC
               ADD 1 TO WCT-RCP-INVALIDAS
           ELSE
               RELEASE REG-ORD-RECEPCION FROM REG-ARCH-RECEPCION
               ADD 1 TO WCT-RCP-LEIDAS
           END-IF
           .

      *----------------------------------------------------------------*
      * 7128-LEER-REGISTRO-RECEPCION                                   *
      *----------------------------------------------------------------*
       7128-LEER-REGISTRO-RECEPCION.
           READ ARCH-RECEPCION
               AT END
                   MOVE 'S' TO WSW-FIN-RECEPCION
           END-READ
           .

      *----------------------------------------------------------------*
      * 7130-APLICAR-RECEPCIONES                                       *
      *    PROCEDIMIENTO DE SALIDA DEL SORT DE LA RECEPCION: APLICAR   *
      *    CADA RECEPCION YA ORDENADA, CON CORTE DE CONTROL POR        *
      *    PROVEEDOR PARA EL ROTULO DEL REPORTE                        *
      *----------------------------------------------------------------*
       7130-APLICAR-RECEPCIONES.
           IF NOT ERROR-RECEPCION
               MOVE 'N' TO WSW-FIN-ORDENAMIENTO
               MOVE LOW-VALUES TO WZD-RCP-PROV-ANTERIOR
               PERFORM 7135-RETORNAR-RECEPCION
               PERFORM UNTIL FIN-ORDENAMIENTO
                   PERFORM 7140-APLICAR-RECEPCION
                   PERFORM 7135-RETORNAR-RECEPCION
               END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------*
      * 7135-RETORNAR-RECEPCION                                        *
      *----------------------------------------------------------------*
       7135-RETORNAR-RECEPCION.
           RETURN ARCH-ORDENAMIENTO
               AT END
                   MOVE 'S' TO WSW-FIN-ORDENAMIENTO
           END-RETURN
           .

      *----------------------------------------------------------------*
      * 7140-APLICAR-RECEPCION                                         *
      *    UBICAR LA LINEA DE LA ORDEN DE LA RECEPCION; SI NO EXISTE   *
      *    LA RECEPCION SE RECHAZA Y SE IMPRIME                        *
      *----------------------------------------------------------------*
       7140-APLICAR-RECEPCION.
           IF ORD-RCP-COD-PROVEEDOR NOT = WZD-RCP-PROV-ANTERIOR
               MOVE ORD-RCP-COD-PROVEEDOR TO WZD-RCP-PROV-ANTERIOR
               PERFORM 7150-IMPRIMIR-ROTULO-RECEPCION
           END-IF
           MOVE ORD-RCP-COD-PROVEEDOR TO OAB-COD-PROVEEDOR
           MOVE ORD-RCP-FECHA-ORDEN TO OAB-FECHA-ORDEN
           MOVE ORD-RCP-COD-ARTICULO TO OAB-COD-ARTICULO
           MOVE ORD-RCP-COD-BODEGA TO OAB-COD-BODEGA
           READ ARCH-ORDEN-ABIERTA
               INVALID KEY
                   MOVE ZERO TO OAB-CANT-PEDIDA
                   MOVE ZERO TO OAB-COSTO-UNIT
                   MOVE ZERO TO WZD-RCP-PENDIENTE
                   MOVE 'RECHAZADA: LINEA SIN ORDEN' TO
                           WZD-RCP-ESTADO
                   PERFORM 7160-IMPRIMIR-LINEA-RECEPCION
                   ADD 1 TO WCT-RCP-RECHAZADAS
               NOT INVALID KEY
                   PERFORM 7145-POSTEAR-RECEPCION
           END-READ
           .

      *----------------------------------------------------------------*
      * 7145-POSTEAR-RECEPCION                                         *
      *    CALCULAR LO PENDIENTE DE LA LINEA ANTES DE ESTA RECEPCION   *
      *    Y UBICAR EL ARTICULO EN EL MAESTRO: SI NO EXISTE O ESTA     *
      *    DADO DE BAJA LA RECEPCION SE RECHAZA                        *
      *----------------------------------------------------------------*
       7145-POSTEAR-RECEPCION.
           COMPUTE WZD-RCP-PENDIENTE =
                   OAB-CANT-PEDIDA - OAB-CANT-RECIBIDA
           IF WZD-RCP-PENDIENTE < ZERO
               MOVE ZERO TO WZD-RCP-PENDIENTE
           END-IF
           MOVE ORD-RCP-COD-ARTICULO TO
                   REG-COD-ARTICULO IN REG-ARCH-MAESTRO
           MOVE ORD-RCP-COD-BODEGA TO
                   REG-COD-BODEGA IN REG-ARCH-MAESTRO
           READ ARCH-MAESTRO
               INVALID KEY
                   MOVE 'RECHAZADA: NO ESTA EN MAESTRO' TO
                           WZD-RCP-ESTADO
                   PERFORM 7160-IMPRIMIR-LINEA-RECEPCION
                   ADD 1 TO WCT-RCP-RECHAZADAS
               NOT INVALID KEY
                   IF ARTICULO-DE-BAJA IN REG-ARCH-MAESTRO
                       MOVE 'RECHAZADA: ARTICULO DE BAJA' TO
                               WZD-RCP-ESTADO
                       PERFORM 7160-IMPRIMIR-LINEA-RECEPCION
                       ADD 1 TO WCT-RCP-RECHAZADAS
                   ELSE
                       PERFORM 7147-ACTUALIZAR-MAESTRO-RECEPCION
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * 7147-ACTUALIZAR-MAESTRO-RECEPCION                              *
      *    SUMAR LO RECIBIDO AL MAESTRO Y PROMEDIAR EL COSTO CON EL    *
      *    COSTO DE LA RECEPCION (MISMO CALCULO DE LA CARGA DEL FEED)  *
      *----------------------------------------------------------------*
       7147-ACTUALIZAR-MAESTRO-RECEPCION.
           MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO TO WMV-CANT-ANTERIOR
           MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
               TO WMV-COSTO-ANTERIOR
           MOVE REG-ARCH-MAESTRO TO WJR-IMAGEN-ANTERIOR
           MOVE ORD-RCP-CANTIDAD TO WZD-CANT-CONVERTIDA
           MOVE ORD-RCP-COSTO-UNIT TO WZD-COSTO-CONVERTIDO
           PERFORM 3785-CALCULAR-COSTO-PONDERADO
           ADD ORD-RCP-CANTIDAD TO REG-CANTIDAD IN REG-ARCH-MAESTRO
           MOVE WZD-COSTO-PONDERADO TO
                   REG-COSTO-UNIT IN REG-ARCH-MAESTRO
           REWRITE REG-ARCH-MAESTRO
               INVALID KEY
                   MOVE 'RECHAZADA: NO SE PUDO POSTEAR' TO
                           WZD-RCP-ESTADO
                   PERFORM 7160-IMPRIMIR-LINEA-RECEPCION
                   ADD 1 TO WCT-RCP-RECHAZADAS
               NOT INVALID KEY
                   MOVE 'C' TO WJR-OPERACION
                   PERFORM 7700-ESCRIBIR-JOURNAL
                   MOVE ORD-RCP-COD-ARTICULO TO WMV-COD-ARTICULO
                   MOVE ORD-RCP-COD-BODEGA TO WMV-COD-BODEGA
                   MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO
                       TO WMV-CANT-NUEVA
                   MOVE WZD-COSTO-PONDERADO TO WMV-COSTO-NUEVO
                   MOVE 'R' TO WMV-ORIGEN
                   PERFORM 7500-ESCRIBIR-MOVIMIENTO
                   PERFORM 7148-ACUMULAR-LINEA-ORDEN
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * 7148-ACUMULAR-LINEA-ORDEN                                      *
      *    SUMAR LO RECIBIDO A LA LINEA DE LA ORDEN Y CERRARLA CUANDO  *
      *    LO RECIBIDO ALCANZA LO PEDIDO                               *
      *----------------------------------------------------------------*
       7148-ACUMULAR-LINEA-ORDEN.
           ADD 1 TO WCT-RCP-APLICADAS
           COMPUTE WCT-COSTO-EXT-ITEM =
                   ORD-RCP-CANTIDAD * ORD-RCP-COSTO-UNIT
           ADD WCT-COSTO-EXT-ITEM TO WCT-RCP-VALOR-RECIBIDO
           ADD ORD-RCP-CANTIDAD TO OAB-CANT-RECIBIDA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WCH-FECHA-SISTEMA TO OAB-FECHA-ULT-RECEP
           IF OAB-CANT-RECIBIDA >= OAB-CANT-PEDIDA
               MOVE 'C' TO OAB-ESTADO
           END-IF
           REWRITE REG-ARCH-ORDEN-ABIERTA
               INVALID KEY
                   DISPLAY '*  NO SE PUDO ACTUALIZAR LA LINEA DE '
                           'ORDEN: ' ORD-RCP-COD-ARTICULO
           END-REWRITE
           PERFORM 7149-CLASIFICAR-RECEPCION
           .

      *----------------------------------------------------------------*
      * 7149-CLASIFICAR-RECEPCION                                      *
      *    COMPARAR LO RECIBIDO CONTRA LO PENDIENTE DE LA LINEA Y EL   *
      *    COSTO RECIBIDO CONTRA EL DE LA ORDEN. SOLO LAS LINEAS CON   *
      *    ALGUNA DIFERENCIA SALEN EN EL REPORTE                       *
      *----------------------------------------------------------------*
       7149-CLASIFICAR-RECEPCION.
           MOVE SPACES TO WZD-RCP-ESTADO
           EVALUATE TRUE
               WHEN ORD-RCP-CANTIDAD < WZD-RCP-PENDIENTE
                   ADD 1 TO WCT-RCP-CORTAS
                   MOVE 'CORTA' TO WZD-RCP-ESTADO-CANT
               WHEN ORD-RCP-CANTIDAD > WZD-RCP-PENDIENTE
                   ADD 1 TO WCT-RCP-SOBRANTES
                   MOVE 'SOBRANTE' TO WZD-RCP-ESTADO-CANT
           END-EVALUATE
           IF ORD-RCP-COSTO-UNIT NOT = OAB-COSTO-UNIT
               ADD 1 TO WCT-RCP-COSTO-DIF
               MOVE 'COSTO DIFERENTE' TO WZD-RCP-ESTADO-COSTO
           END-IF
           IF WZD-RCP-ESTADO NOT = SPACES
               PERFORM 7160-IMPRIMIR-LINEA-RECEPCION
           END-IF
           .

      *----------------------------------------------------------------*
      * 7150-IMPRIMIR-ROTULO-RECEPCION                                 *
      *----------------------------------------------------------------*
       7150-IMPRIMIR-ROTULO-RECEPCION.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 7165-IMPRIMIR-ENCABEZADO-RECEPCION
           END-IF
           MOVE ORD-RCP-COD-PROVEEDOR TO WZD-RCP-PROVEEDOR
           PERFORM 7155-BUSCAR-PROVEEDOR-RECEPCION
           MOVE WZD-RCP-PROVEEDOR TO LP-COD-PROVEEDOR
           MOVE WZD-RCP-NOMBRE-PROV TO LP-NOMBRE
           MOVE WZD-RCP-DIAS-PROV TO LP-DIAS-ENTREGA
           WRITE REG-ARCH-REP-RECEPCION FROM WCH-LIN-PROVEEDOR
               AFTER ADVANCING 2 LINES
           ADD 2 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 7155-BUSCAR-PROVEEDOR-RECEPCION                                *
      *    OBTENER NOMBRE Y DIAS DE ENTREGA DEL PROVEEDOR DEJADO EN    *
      *    WZD-RCP-PROVEEDOR DESDE EL MAESTRO DE PROVEEDORES           *
      *----------------------------------------------------------------*
       7155-BUSCAR-PROVEEDOR-RECEPCION.
           MOVE SPACES TO WZD-RCP-NOMBRE-PROV
           MOVE ZERO TO WZD-RCP-DIAS-PROV
           IF NOT PROV-RCP-ABIERTO
               MOVE '(PROVEEDOR NO REGISTRADO)' TO WZD-RCP-NOMBRE-PROV
           ELSE
               MOVE WZD-RCP-PROVEEDOR TO PRV-COD-PROVEEDOR
               READ ARCH-PROVEEDORES
                   INVALID KEY
                       MOVE '(PROVEEDOR NO REGISTRADO)'
                           TO WZD-RCP-NOMBRE-PROV
                   NOT INVALID KEY
                       MOVE PRV-NOMBRE TO WZD-RCP-NOMBRE-PROV
                       MOVE PRV-DIAS-ENTREGA TO WZD-RCP-DIAS-PROV
               END-READ
           END-IF
           .

      *----------------------------------------------------------------*
      * 7160-IMPRIMIR-LINEA-RECEPCION                                  *
      *----------------------------------------------------------------*
       7160-IMPRIMIR-LINEA-RECEPCION.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 7165-IMPRIMIR-ENCABEZADO-RECEPCION
           END-IF
           MOVE ORD-RCP-FECHA-ORDEN (7:2) TO KF-DIA
           MOVE ORD-RCP-FECHA-ORDEN (5:2) TO KF-MES
           MOVE ORD-RCP-FECHA-ORDEN (1:4) TO KF-ANIO
           MOVE WCH-KDX-FECHA-FMT TO LRC-FECHA-ORDEN
           MOVE ORD-RCP-COD-ARTICULO TO LRC-COD-ARTICULO
           MOVE ORD-RCP-COD-BODEGA TO LRC-BODEGA
           MOVE OAB-CANT-PEDIDA TO LRC-CANT-PEDIDA
           MOVE WZD-RCP-PENDIENTE TO LRC-CANT-PENDIENTE
           MOVE ORD-RCP-CANTIDAD TO LRC-CANT-RECIBIDA
           COMPUTE WZD-RCP-DIFERENCIA =
                   ORD-RCP-CANTIDAD - WZD-RCP-PENDIENTE
           MOVE WZD-RCP-DIFERENCIA TO LRC-DIFERENCIA
           MOVE OAB-COSTO-UNIT TO LRC-COSTO-ORDEN
           MOVE ORD-RCP-COSTO-UNIT TO LRC-COSTO-RECIBIDO
           MOVE WZD-RCP-ESTADO TO LRC-ESTADO
           WRITE REG-ARCH-REP-RECEPCION FROM WCH-LIN-DET-RECEPCION
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 7165-IMPRIMIR-ENCABEZADO-RECEPCION                             *
      *----------------------------------------------------------------*
       7165-IMPRIMIR-ENCABEZADO-RECEPCION.
           ADD 1 TO WCT-NUM-PAGINA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ARCH-REP-RECEPCION FROM WCH-LIN-TIT-RECEPCION
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-MES    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-RECEPCION FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-RECEPCION
           WRITE REG-ARCH-REP-RECEPCION
               AFTER ADVANCING 1 LINE
           WRITE REG-ARCH-REP-RECEPCION FROM WCH-LIN-ENC-RECEPCION
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 7170-IMPRIMIR-RESUMEN-RECEPCION                                *
      *    CONTADORES DE LA CORRIDA Y VALOR RECIBIDO AL PIE DEL        *
      *    DETALLE DE LA RECEPCION                                     *
      *----------------------------------------------------------------*
       7170-IMPRIMIR-RESUMEN-RECEPCION.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS - 10
               PERFORM 7165-IMPRIMIR-ENCABEZADO-RECEPCION
           END-IF
           MOVE 'RECEPCIONES LEIDAS' TO LR-MOTIVO
           MOVE WCT-RCP-LEIDAS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RECEPCION FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 2 LINES
           MOVE 'RECEPCIONES APLICADAS AL MAESTRO' TO LR-MOTIVO
           MOVE WCT-RCP-APLICADAS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RECEPCION FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'LINEAS RECIBIDAS CORTAS' TO LR-MOTIVO
           MOVE WCT-RCP-CORTAS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RECEPCION FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'LINEAS RECIBIDAS CON SOBRANTE' TO LR-MOTIVO
           MOVE WCT-RCP-SOBRANTES TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RECEPCION FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'LINEAS RECIBIDAS CON COSTO DIFERENTE' TO LR-MOTIVO
           MOVE WCT-RCP-COSTO-DIF TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RECEPCION FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'RECEPCIONES RECHAZADAS' TO LR-MOTIVO
           MOVE WCT-RCP-RECHAZADAS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RECEPCION FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'REGISTROS INVALIDOS DESCARTADOS' TO LR-MOTIVO
           MOVE WCT-RCP-INVALIDAS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RECEPCION FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'VALOR RECIBIDO AL COSTO DE RECEPCION' TO
                   LTR-CONCEPTO
           MOVE WCT-RCP-VALOR-RECIBIDO TO LTR-VALOR
           WRITE REG-ARCH-REP-RECEPCION FROM WCH-LIN-TOT-RECEPCION
               AFTER ADVANCING 2 LINES
           ADD 10 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 7180-LISTAR-LINEAS-VENCIDAS                                    *
      *    RECORRER LAS ORDENES ABIERTAS (EN ORDEN DE PROVEEDOR) E     *
      *    IMPRIMIR LAS LINEAS AUN ABIERTAS CUYOS DIAS DESDE LA        *
      *    EMISION SUPERAN LOS DIAS DE ENTREGA DEL PROVEEDOR. LOS      *
      *    DIAS SE CALCULAN CON EL CALENDARIO COMERCIAL DE 30/360      *
      *----------------------------------------------------------------*
       7180-LISTAR-LINEAS-VENCIDAS.
           MOVE ZERO TO WCT-RCP-VENCIDAS
           MOVE ZERO TO WCT-RCP-VALOR-VENCIDO
           MOVE 'N' TO WSW-FIN-ORDEN-ABIERTA
           MOVE LOW-VALUES TO WZD-RCP-PROV-ANTERIOR
           PERFORM 7186-IMPRIMIR-ENCABEZADO-VENCIDAS
           MOVE LOW-VALUES TO OAB-CLAVE
           START ARCH-ORDEN-ABIERTA KEY IS NOT LESS THAN OAB-CLAVE
               INVALID KEY
                   MOVE 'S' TO WSW-FIN-ORDEN-ABIERTA
           END-START
           IF NOT FIN-ORDEN-ABIERTA
               PERFORM 7188-LEER-ORDEN-ABIERTA
               PERFORM UNTIL FIN-ORDEN-ABIERTA
                   IF LINEA-ORDEN-ABIERTA
                       PERFORM 7182-EVALUAR-LINEA-VENCIDA
                   END-IF
                   PERFORM 7188-LEER-ORDEN-ABIERTA
               END-PERFORM
           END-IF
           MOVE 'VALOR PENDIENTE EN LINEAS VENCIDAS' TO LTR-CONCEPTO
           MOVE WCT-RCP-VALOR-VENCIDO TO LTR-VALOR
           WRITE REG-ARCH-REP-RECEPCION FROM WCH-LIN-TOT-RECEPCION
               AFTER ADVANCING 2 LINES
           DISPLAY '*  LINEAS DE ORDEN VENCIDAS : ' WCT-RCP-VENCIDAS
           .

      *----------------------------------------------------------------*
      * 7182-EVALUAR-LINEA-VENCIDA                                     *
      *----------------------------------------------------------------*
       7182-EVALUAR-LINEA-VENCIDA.
           IF OAB-COD-PROVEEDOR NOT = WZD-RCP-PROV-ANTERIOR
               MOVE OAB-COD-PROVEEDOR TO WZD-RCP-PROV-ANTERIOR
               MOVE OAB-COD-PROVEEDOR TO WZD-RCP-PROVEEDOR
               PERFORM 7155-BUSCAR-PROVEEDOR-RECEPCION
           END-IF
           MOVE OAB-FECHA-ORDEN (1:4) TO WZD-RCP-ANIO
           MOVE OAB-FECHA-ORDEN (5:2) TO WZD-RCP-MES
           MOVE OAB-FECHA-ORDEN (7:2) TO WZD-RCP-DIA
           COMPUTE WZD-RCP-DIAS-TRANSC =
                   (WFC-ANIO - WZD-RCP-ANIO) * 360 +
                   (WFC-MES - WZD-RCP-MES) * 30 +
                   (WFC-DIA - WZD-RCP-DIA)
           COMPUTE WZD-RCP-DIAS-ATRASO =
                   WZD-RCP-DIAS-TRANSC - WZD-RCP-DIAS-PROV
           IF WZD-RCP-DIAS-ATRASO > ZERO
               PERFORM 7184-IMPRIMIR-LINEA-VENCIDA
           END-IF
           .

      *----------------------------------------------------------------*
      * 7184-IMPRIMIR-LINEA-VENCIDA                                    *
      *----------------------------------------------------------------*
       7184-IMPRIMIR-LINEA-VENCIDA.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 7186-IMPRIMIR-ENCABEZADO-VENCIDAS
           END-IF
           COMPUTE WZD-RCP-PENDIENTE =
                   OAB-CANT-PEDIDA - OAB-CANT-RECIBIDA
           COMPUTE WCT-COSTO-EXT-ITEM =
                   WZD-RCP-PENDIENTE * OAB-COSTO-UNIT
           MOVE OAB-FECHA-ORDEN (7:2) TO KF-DIA
           MOVE OAB-FECHA-ORDEN (5:2) TO KF-MES
           MOVE OAB-FECHA-ORDEN (1:4) TO KF-ANIO
           MOVE WCH-KDX-FECHA-FMT TO LVC-FECHA-ORDEN
           MOVE OAB-COD-PROVEEDOR TO LVC-COD-PROVEEDOR
           MOVE OAB-COD-ARTICULO TO LVC-COD-ARTICULO
           MOVE OAB-COD-BODEGA TO LVC-BODEGA
           MOVE OAB-CANT-PEDIDA TO LVC-CANT-PEDIDA
           MOVE OAB-CANT-RECIBIDA TO LVC-CANT-RECIBIDA
           MOVE WZD-RCP-PENDIENTE TO LVC-CANT-PENDIENTE
           MOVE WZD-RCP-DIAS-PROV TO LVC-DIAS-ENTREGA
           MOVE WZD-RCP-DIAS-TRANSC TO LVC-DIAS-TRANSC
           MOVE WZD-RCP-DIAS-ATRASO TO LVC-DIAS-ATRASO
           MOVE WCT-COSTO-EXT-ITEM TO LVC-VALOR-PENDIENTE
           WRITE REG-ARCH-REP-RECEPCION FROM WCH-LIN-DET-VENCIDAS
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           ADD 1 TO WCT-RCP-VENCIDAS
           ADD WCT-COSTO-EXT-ITEM TO WCT-RCP-VALOR-VENCIDO
           .

      *----------------------------------------------------------------*
      * 7186-IMPRIMIR-ENCABEZADO-VENCIDAS                              *
      *----------------------------------------------------------------*
       7186-IMPRIMIR-ENCABEZADO-VENCIDAS.
           ADD 1 TO WCT-NUM-PAGINA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ARCH-REP-RECEPCION FROM WCH-LIN-TIT-VENCIDAS
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-MES    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-RECEPCION FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-RECEPCION
           WRITE REG-ARCH-REP-RECEPCION
               AFTER ADVANCING 1 LINE
           WRITE REG-ARCH-REP-RECEPCION FROM WCH-LIN-ENC-VENCIDAS
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 7188-LEER-ORDEN-ABIERTA                                        *
      *----------------------------------------------------------------*
       7188-LEER-ORDEN-ABIERTA.
           READ ARCH-ORDEN-ABIERTA NEXT RECORD
               AT END
                   MOVE 'S' TO WSW-FIN-ORDEN-ABIERTA
           END-READ
           .

      *----------------------------------------------------------------*
      * 7200-REPORTE-VENCIMIENTOS                                      *
      *    IMPRIMIR POR BODEGA LOS LOTES YA VENCIDOS Y LOS QUE VENCEN  *
      *    EN LOS PROXIMOS 30, 60 Y 90 DIAS, VALORIZADOS AL COSTO      *
      *    UNITARIO DEL MAESTRO, PARA QUE CALIDAD LOS RETIRE ANTES DE  *
      *    DESPACHARLOS. LOS LOTES SE ORDENAN CON SORT POR BODEGA +    *
      *    VENCIMIENTO; LOS DIAS SE CALCULAN CON EL CALENDARIO         *
      *    COMERCIAL DE 30/360 COMO EN LA RECEPCION                    *
      *----------------------------------------------------------------*
       7200-REPORTE-VENCIMIENTOS.
           MOVE ZERO TO WCT-LOT-IMPRESOS
           MOVE ZERO TO WCT-NUM-PAGINA
           MOVE 1 TO WZD-LOT-IDX
           PERFORM UNTIL WZD-LOT-IDX > 4
               MOVE ZERO TO VEN-TOT-LOTES (WZD-LOT-IDX)
               MOVE ZERO TO VEN-TOT-UNIDADES (WZD-LOT-IDX)
               MOVE ZERO TO VEN-TOT-VALOR (WZD-LOT-IDX)
               ADD 1 TO WZD-LOT-IDX
           END-PERFORM
           MOVE 'N' TO WSW-ERROR-VENCE
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           OPEN INPUT ARCH-LOTES
           IF WFS-LOTES NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO DE LOTES'
               MOVE 'S' TO WSW-ERROR-VENCE
           ELSE
               OPEN INPUT ARCH-MAESTRO
               IF WFS-MAESTRO NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE '
                           'INVENTARIO'
                   MOVE 'S' TO WSW-ERROR-VENCE
               ELSE
                   OPEN OUTPUT ARCH-REP-VENCE
                   IF WFS-REP-VENCE NOT = '00'
                       DISPLAY '*  NO SE PUDO ABRIR EL REPORTE DE '
                               'VENCIMIENTOS'
                       MOVE 'S' TO WSW-ERROR-VENCE
                   ELSE
                       MOVE WCN-MAX-LINEAS TO WCT-LINEAS-PAGINA
                       SORT ARCH-ORDENAMIENTO
                           ON ASCENDING KEY ORD-VEN-COD-BODEGA
                           ON ASCENDING KEY ORD-VEN-FECHA-VENCE
                           ON ASCENDING KEY ORD-VEN-COD-ARTICULO
                           ON ASCENDING KEY ORD-VEN-NUM-LOTE
                           INPUT PROCEDURE IS
                               7205-SELECCIONAR-VENCIMIENTOS
                           OUTPUT PROCEDURE IS
                               7230-IMPRIMIR-VENCIMIENTOS
                       CLOSE ARCH-REP-VENCE
                       DISPLAY '*  LOTES VENCIDOS O POR VENCER : '
                               WCT-LOT-IMPRESOS
                   END-IF
                   CLOSE ARCH-MAESTRO
               END-IF
               CLOSE ARCH-LOTES
           END-IF
           .

      *----------------------------------------------------------------*
      * 7205-SELECCIONAR-VENCIMIENTOS                                  *
      *    PROCEDIMIENTO DE ENTRADA DEL SORT DE VENCIMIENTOS: RECORRER *
      *    TODOS LOS LOTES CON SALDO Y ENTREGAR AL ORDENAMIENTO LOS    *
      *    QUE YA VENCIERON O VENCEN DENTRO DE 90 DIAS. LOS LOTES SIN  *
      *    FECHA DE VENCIMIENTO (99999999) NO SE CONSIDERAN            *
      *----------------------------------------------------------------*
       7205-SELECCIONAR-VENCIMIENTOS.
           MOVE 'N' TO WSW-FIN-LOTES
           PERFORM 7207-LEER-LOTE-SECUENCIAL
           PERFORM UNTIL FIN-LOTES
               IF LOT-CANTIDAD > ZERO
                   AND LOT-FECHA-VENCE NOT = 99999999
                   PERFORM 7206-LIBERAR-LOTE-VENCE
               END-IF
               PERFORM 7207-LEER-LOTE-SECUENCIAL
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 7206-LIBERAR-LOTE-VENCE                                        *
      *----------------------------------------------------------------*
       7206-LIBERAR-LOTE-VENCE.
           MOVE LOT-FECHA-VENCE (1:4) TO WZD-LOT-ANIO
           MOVE LOT-FECHA-VENCE (5:2) TO WZD-LOT-MES
           MOVE LOT-FECHA-VENCE (7:2) TO WZD-LOT-DIA
           COMPUTE WZD-LOT-DIAS-VENCE =
                   (WZD-LOT-ANIO - WFC-ANIO) * 360 +
                   (WZD-LOT-MES - WFC-MES) * 30 +
                   (WZD-LOT-DIA - WFC-DIA)
           EVALUATE TRUE
               WHEN WZD-LOT-DIAS-VENCE < ZERO
                   MOVE 1 TO WZD-LOT-RANGO
               WHEN WZD-LOT-DIAS-VENCE <= 30
                   MOVE 2 TO WZD-LOT-RANGO
               WHEN WZD-LOT-DIAS-VENCE <= 60
                   MOVE 3 TO WZD-LOT-RANGO
               WHEN WZD-LOT-DIAS-VENCE <= 90
                   MOVE 4 TO WZD-LOT-RANGO
               WHEN OTHER
                   MOVE ZERO TO WZD-LOT-RANGO
           END-EVALUATE
           IF WZD-LOT-RANGO > ZERO
               MOVE LOT-COD-ARTICULO TO
                       REG-COD-ARTICULO IN REG-ARCH-MAESTRO
               MOVE LOT-COD-BODEGA TO
                       REG-COD-BODEGA IN REG-ARCH-MAESTRO
               READ ARCH-MAESTRO
                   INVALID KEY
                       MOVE '*** NO EXISTE EN EL MAESTRO'
                           TO ORD-VEN-DESCRIPCION
                       MOVE ZERO TO ORD-VEN-COSTO-UNIT
                   NOT INVALID KEY
                       MOVE REG-DESCRIPCION IN REG-ARCH-MAESTRO
                           TO ORD-VEN-DESCRIPCION
                       MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                           TO ORD-VEN-COSTO-UNIT
               END-READ
               MOVE LOT-COD-BODEGA TO ORD-VEN-COD-BODEGA
               MOVE LOT-FECHA-VENCE TO ORD-VEN-FECHA-VENCE
               MOVE LOT-COD-ARTICULO TO ORD-VEN-COD-ARTICULO
               MOVE LOT-NUM-LOTE TO ORD-VEN-NUM-LOTE
               MOVE LOT-CANTIDAD TO ORD-VEN-CANTIDAD
               MOVE WZD-LOT-DIAS-VENCE TO ORD-VEN-DIAS
               MOVE WZD-LOT-RANGO TO ORD-VEN-RANGO
               RELEASE REG-ORD-VENCE
           END-IF
           .

      *----------------------------------------------------------------*
      * 7207-LEER-LOTE-SECUENCIAL                                      *
      *----------------------------------------------------------------*
       7207-LEER-LOTE-SECUENCIAL.
           READ ARCH-LOTES NEXT RECORD
               AT END
                   MOVE 'S' TO WSW-FIN-LOTES
           END-READ
           .

      *----------------------------------------------------------------*
      * 7210-ABRIR-LOTES                                               *
      *    ABRIR EL ARCHIVO DE LOTES EN I-O, CREANDOLO SI AUN NO       *
      *    EXISTE. SI NO SE PUEDE ABRIR LOS PROCESOS SIGUEN SIN        *
      *    MANEJAR LOTES (EL MAESTRO SIGUE SIENDO EL SALDO OFICIAL)    *
      *----------------------------------------------------------------*
       7210-ABRIR-LOTES.
           MOVE 'N' TO WSW-LOTES-ABIERTO
           OPEN I-O ARCH-LOTES
           IF WFS-LOTES = '35'
               OPEN OUTPUT ARCH-LOTES
               CLOSE ARCH-LOTES
               OPEN I-O ARCH-LOTES
           END-IF
           IF WFS-LOTES = '00'
               MOVE 'S' TO WSW-LOTES-ABIERTO
           ELSE
               DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO DE LOTES, '
                       'ESTADO: ' WFS-LOTES
           END-IF
           .

      *----------------------------------------------------------------*
      * 7215-CERRAR-LOTES                                              *
      *----------------------------------------------------------------*
       7215-CERRAR-LOTES.
           IF LOTES-DISPONIBLES
               CLOSE ARCH-LOTES
               MOVE 'N' TO WSW-LOTES-ABIERTO
           END-IF
           .

      *----------------------------------------------------------------*
      * 7220-ACTUALIZAR-LOTE-FEED                                      *
      *    LLEVAR A LOS LOTES EL CAMBIO DE CANTIDAD QUE EL FEED DEJO   *
      *    EN EL MAESTRO (WZD-LOT-DELTA): EL AUMENTO SE SUMA AL LOTE   *
      *    DEL REGISTRO SI TRAE LOTE; LA DISMINUCION SE DESCUENTA DE   *
      *    LOS LOTES DE LA CLAVE, EL DE VENCIMIENTO MAS ANTIGUO        *
      *    PRIMERO                                                     *
      *----------------------------------------------------------------*
       7220-ACTUALIZAR-LOTE-FEED.
           IF LOTES-DISPONIBLES
               IF WZD-LOT-DELTA > ZERO
                   AND TRA-NUM-LOTE NOT = SPACES
                   PERFORM 7225-SUMAR-LOTE-FEED
               ELSE
               IF WZD-LOT-DELTA < ZERO
                   MOVE TRA-COD-ARTICULO TO WZD-LOT-COD-ARTICULO
                   MOVE TRA-COD-BODEGA TO WZD-LOT-COD-BODEGA
                   COMPUTE WZD-LOT-POR-CONSUMIR = 0 - WZD-LOT-DELTA
                   PERFORM 7280-CONSUMIR-LOTES-FEFO
               END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 7225-SUMAR-LOTE-FEED                                           *
      *    SUMAR EL AUMENTO AL LOTE DEL REGISTRO DEL FEED, CREANDOLO   *
      *    SI NO EXISTE. SIN FECHA DE VENCIMIENTO EL LOTE QUEDA CON    *
      *    99999999 (NO VENCE)                                         *
      *----------------------------------------------------------------*
       7225-SUMAR-LOTE-FEED.
           MOVE TRA-COD-ARTICULO TO WZD-LOT-COD-ARTICULO
           MOVE TRA-COD-BODEGA TO WZD-LOT-COD-BODEGA
           MOVE TRA-NUM-LOTE TO WZD-LOT-NUM-LOTE
           IF TRA-FECHA-VENCE = SPACES
               MOVE 99999999 TO WZD-LOT-FECHA-VENCE
           ELSE
               MOVE TRA-FECHA-VENCE TO WZD-LOT-FECHA-VENCE
           END-IF
           MOVE WZD-LOT-DELTA TO WZD-LOT-CANTIDAD
           PERFORM 7228-SUMAR-CANTIDAD-LOTE
           .

      *----------------------------------------------------------------*
      * 7228-SUMAR-CANTIDAD-LOTE                                       *
      *    SUMAR WZD-LOT-CANTIDAD AL LOTE DE LA CLAVE DEJADA EN EL     *
      *    AREA DE TRABAJO DE LOTES, CREANDOLO SI NO EXISTE            *
      *----------------------------------------------------------------*
       7228-SUMAR-CANTIDAD-LOTE.
           PERFORM 7226-ARMAR-CLAVE-LOTE
           READ ARCH-LOTES
               INVALID KEY
                   PERFORM 7227-ADICIONAR-LOTE
               NOT INVALID KEY
                   ADD WZD-LOT-CANTIDAD TO LOT-CANTIDAD
                   REWRITE REG-ARCH-LOTE
                       INVALID KEY
                           DISPLAY '*  NO SE PUDO ACTUALIZAR EL LOTE: '
                                   LOT-NUM-LOTE
                       NOT INVALID KEY
                           ADD 1 TO WCT-LOT-ACTUALIZADOS
                   END-REWRITE
           END-READ
           .

      *----------------------------------------------------------------*
      * 7226-ARMAR-CLAVE-LOTE                                          *
      *----------------------------------------------------------------*
       7226-ARMAR-CLAVE-LOTE.
           MOVE WZD-LOT-COD-ARTICULO TO LOT-COD-ARTICULO
           MOVE WZD-LOT-COD-BODEGA TO LOT-COD-BODEGA
           MOVE WZD-LOT-FECHA-VENCE TO LOT-FECHA-VENCE
           MOVE WZD-LOT-NUM-LOTE TO LOT-NUM-LOTE
           .

      *----------------------------------------------------------------*
      * 7227-ADICIONAR-LOTE                                            *
      *    GRABAR UN LOTE NUEVO CON LA CLAVE Y CANTIDAD DEJADAS EN EL  *
      *    AREA DE TRABAJO DE LOTES Y LA FECHA DEL DIA COMO INGRESO    *
      *----------------------------------------------------------------*
       7227-ADICIONAR-LOTE.
           PERFORM 7226-ARMAR-CLAVE-LOTE
           MOVE WZD-LOT-CANTIDAD TO LOT-CANTIDAD
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WCH-FECHA-SISTEMA TO LOT-FECHA-INGRESO
           WRITE REG-ARCH-LOTE
               INVALID KEY
                   DISPLAY '*  NO SE PUDO ADICIONAR EL LOTE: '
                           LOT-NUM-LOTE
               NOT INVALID KEY
                   ADD 1 TO WCT-LOT-CREADOS
           END-WRITE
           .

      *----------------------------------------------------------------*
      * 7230-IMPRIMIR-VENCIMIENTOS                                     *
      *    PROCEDIMIENTO DE SALIDA DEL SORT DE VENCIMIENTOS: DETALLE   *
      *    DE LOTES CON CORTE DE CONTROL POR BODEGA, SUBTOTAL DE LA    *
      *    BODEGA POR RANGO Y TOTAL GENERAL POR RANGO AL FINAL         *
      *----------------------------------------------------------------*
       7230-IMPRIMIR-VENCIMIENTOS.
           MOVE 'N' TO WSW-FIN-ORDENAMIENTO
           MOVE LOW-VALUES TO WZD-LOT-BOD-ANTERIOR
           PERFORM 7232-RETORNAR-VENCE
           PERFORM UNTIL FIN-ORDENAMIENTO
               IF ORD-VEN-COD-BODEGA NOT = WZD-LOT-BOD-ANTERIOR
                   IF WZD-LOT-BOD-ANTERIOR NOT = LOW-VALUES
                       PERFORM 7236-IMPRIMIR-SUBTOTAL-BODEGA
                   END-IF
                   MOVE ORD-VEN-COD-BODEGA TO WZD-LOT-BOD-ANTERIOR
                   PERFORM 7233-IMPRIMIR-ROTULO-BODEGA
               END-IF
               PERFORM 7234-IMPRIMIR-DETALLE-VENCE
               PERFORM 7232-RETORNAR-VENCE
           END-PERFORM
           IF WZD-LOT-BOD-ANTERIOR NOT = LOW-VALUES
               PERFORM 7236-IMPRIMIR-SUBTOTAL-BODEGA
           END-IF
           PERFORM 7237-IMPRIMIR-TOTAL-VENCE
           .

      *----------------------------------------------------------------*
      * 7232-RETORNAR-VENCE                                            *
      *----------------------------------------------------------------*
       7232-RETORNAR-VENCE.
           RETURN ARCH-ORDENAMIENTO
               AT END
                   MOVE 'S' TO WSW-FIN-ORDENAMIENTO
           END-RETURN
           .

      *----------------------------------------------------------------*
      * 7233-IMPRIMIR-ROTULO-BODEGA                                    *
      *    ROTULO DE LA BODEGA AL INICIAR SU CORTE Y PUESTA EN CERO    *
      *    DE SUS SUBTOTALES POR RANGO                                 *
      *----------------------------------------------------------------*
       7233-IMPRIMIR-ROTULO-BODEGA.
           MOVE 1 TO WZD-LOT-IDX
           PERFORM UNTIL WZD-LOT-IDX > 4
               MOVE ZERO TO VEN-SUB-LOTES (WZD-LOT-IDX)
               MOVE ZERO TO VEN-SUB-UNIDADES (WZD-LOT-IDX)
               MOVE ZERO TO VEN-SUB-VALOR (WZD-LOT-IDX)
               ADD 1 TO WZD-LOT-IDX
           END-PERFORM
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS - 2
               PERFORM 7238-IMPRIMIR-ENCABEZADO-VENCE
           END-IF
           MOVE ORD-VEN-COD-BODEGA TO LB-BODEGA
           PERFORM 5780-NOMBRE-BODEGA
           WRITE REG-ARCH-REP-VENCE FROM WCH-LIN-BODEGA
               AFTER ADVANCING 2 LINES
           ADD 2 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 7234-IMPRIMIR-DETALLE-VENCE                                    *
      *----------------------------------------------------------------*
       7234-IMPRIMIR-DETALLE-VENCE.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 7238-IMPRIMIR-ENCABEZADO-VENCE
           END-IF
           COMPUTE WZD-LOT-VALOR =
                   ORD-VEN-CANTIDAD * ORD-VEN-COSTO-UNIT
           MOVE ORD-VEN-FECHA-VENCE (7:2) TO KF-DIA
           MOVE ORD-VEN-FECHA-VENCE (5:2) TO KF-MES
           MOVE ORD-VEN-FECHA-VENCE (1:4) TO KF-ANIO
           MOVE WCH-KDX-FECHA-FMT TO LVE-FECHA-VENCE
           MOVE ORD-VEN-COD-ARTICULO TO LVE-COD-ARTICULO
           MOVE ORD-VEN-DESCRIPCION TO LVE-DESCRIPCION
           MOVE ORD-VEN-NUM-LOTE TO LVE-NUM-LOTE
           MOVE ORD-VEN-DIAS TO LVE-DIAS
           MOVE ORD-VEN-CANTIDAD TO LVE-CANTIDAD
           MOVE WZD-LOT-VALOR TO LVE-VALOR
           MOVE VEN-RANGO-NOMBRE (ORD-VEN-RANGO) TO LVE-RANGO
           WRITE REG-ARCH-REP-VENCE FROM WCH-LIN-DET-VENCE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           ADD 1 TO WCT-LOT-IMPRESOS
           ADD 1 TO VEN-SUB-LOTES (ORD-VEN-RANGO)
           ADD ORD-VEN-CANTIDAD TO VEN-SUB-UNIDADES (ORD-VEN-RANGO)
           ADD WZD-LOT-VALOR TO VEN-SUB-VALOR (ORD-VEN-RANGO)
           ADD 1 TO VEN-TOT-LOTES (ORD-VEN-RANGO)
           ADD ORD-VEN-CANTIDAD TO VEN-TOT-UNIDADES (ORD-VEN-RANGO)
           ADD WZD-LOT-VALOR TO VEN-TOT-VALOR (ORD-VEN-RANGO)
           .

      *----------------------------------------------------------------*
      * 7236-IMPRIMIR-SUBTOTAL-BODEGA                                  *
      *    SUBTOTAL DE LA BODEGA QUE TERMINA, UNA LINEA POR RANGO      *
      *----------------------------------------------------------------*
       7236-IMPRIMIR-SUBTOTAL-BODEGA.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS - 5
               PERFORM 7238-IMPRIMIR-ENCABEZADO-VENCE
           END-IF
           MOVE SPACES TO REG-ARCH-REP-VENCE
           WRITE REG-ARCH-REP-VENCE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           MOVE 1 TO WZD-LOT-IDX
           PERFORM UNTIL WZD-LOT-IDX > 4
               MOVE 'BODEGA' TO LVR-CONCEPTO
               MOVE VEN-RANGO-NOMBRE (WZD-LOT-IDX) TO LVR-RANGO
               MOVE VEN-SUB-LOTES (WZD-LOT-IDX) TO LVR-LOTES
               MOVE VEN-SUB-UNIDADES (WZD-LOT-IDX) TO LVR-UNIDADES
               MOVE VEN-SUB-VALOR (WZD-LOT-IDX) TO LVR-VALOR
               WRITE REG-ARCH-REP-VENCE FROM WCH-LIN-RES-VENCE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WCT-LINEAS-PAGINA
               ADD 1 TO WZD-LOT-IDX
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 7237-IMPRIMIR-TOTAL-VENCE                                      *
      *    TOTAL GENERAL DEL REPORTE POR RANGO DE VENCIMIENTO          *
      *----------------------------------------------------------------*
       7237-IMPRIMIR-TOTAL-VENCE.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS - 6
               PERFORM 7238-IMPRIMIR-ENCABEZADO-VENCE
           END-IF
           MOVE SPACES TO REG-ARCH-REP-VENCE
           WRITE REG-ARCH-REP-VENCE
               AFTER ADVANCING 1 LINE
           MOVE 1 TO WZD-LOT-IDX
           PERFORM UNTIL WZD-LOT-IDX > 4
               MOVE 'TOTAL' TO LVR-CONCEPTO
               MOVE VEN-RANGO-NOMBRE (WZD-LOT-IDX) TO LVR-RANGO
               MOVE VEN-TOT-LOTES (WZD-LOT-IDX) TO LVR-LOTES
               MOVE VEN-TOT-UNIDADES (WZD-LOT-IDX) TO LVR-UNIDADES
               MOVE VEN-TOT-VALOR (WZD-LOT-IDX) TO LVR-VALOR
               WRITE REG-ARCH-REP-VENCE FROM WCH-LIN-RES-VENCE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WZD-LOT-IDX
           END-PERFORM
           ADD 5 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 7238-IMPRIMIR-ENCABEZADO-VENCE                                 *
      *----------------------------------------------------------------*
       7238-IMPRIMIR-ENCABEZADO-VENCE.
           ADD 1 TO WCT-NUM-PAGINA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ARCH-REP-VENCE FROM WCH-LIN-TIT-VENCE
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-MES    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-VENCE FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-VENCE
           WRITE REG-ARCH-REP-VENCE
               AFTER ADVANCING 1 LINE
           WRITE REG-ARCH-REP-VENCE FROM WCH-LIN-ENC-VENCE
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 7240-APLICAR-CONTEO-LOTES                                      *
      *    LLEVAR A LOS LOTES EL CONTEO FISICO POR LOTE (CNTLOT, YA    *
      *    ORDENADO POR ARTICULO + BODEGA + LOTE). POR CADA CLAVE      *
      *    CONTADA CON LOTE: EL LOTE CONTADO QUEDA CON LA CANTIDAD     *
      *    CONTADA, EL LOTE EXISTENTE QUE NO SE CONTO SE ELIMINA Y EL  *
      *    LOTE CONTADO QUE NO EXISTIA SE CREA. LAS CLAVES CONTADAS    *
      *    SIN LOTE NO TOCAN SUS LOTES                                 *
      *----------------------------------------------------------------*
       7240-APLICAR-CONTEO-LOTES.
           PERFORM 7210-ABRIR-LOTES
           IF LOTES-DISPONIBLES
               OPEN INPUT ARCH-CONTEO-LOTE
               IF WFS-CONTEO-LOTE NOT = '00'
                   DISPLAY '*  NO SE PUDO RELEER EL CONTEO POR LOTE'
               ELSE
                   MOVE 'N' TO WSW-FIN-CONTEO-LOTE
                   MOVE ZERO TO WZD-CLT-OCUPADAS
                   PERFORM 7249-LEER-CONTEO-LOTE
                   MOVE CLT-CLAVE TO WCH-CLT-CLAVE-ACTUAL
                   PERFORM UNTIL FIN-CONTEO-LOTE
                       IF CLT-CLAVE NOT = WCH-CLT-CLAVE-ACTUAL
                           PERFORM 7242-AJUSTAR-LOTES-CLAVE
                           MOVE CLT-CLAVE TO WCH-CLT-CLAVE-ACTUAL
                       END-IF
                       PERFORM 7241-ACUMULAR-CONTEO-LOTE
                       PERFORM 7249-LEER-CONTEO-LOTE
                   END-PERFORM
                   IF WZD-CLT-OCUPADAS > ZERO
                       PERFORM 7242-AJUSTAR-LOTES-CLAVE
                   END-IF
                   CLOSE ARCH-CONTEO-LOTE
                   DISPLAY '*  LOTES AJUSTADOS POR CONTEO : '
                           WCT-LOT-AJUSTADOS
               END-IF
               PERFORM 7215-CERRAR-LOTES
           END-IF
           .

      *----------------------------------------------------------------*
      * 7241-ACUMULAR-CONTEO-LOTE                                      *
      *    GUARDAR EL LOTE CONTADO EN LA TABLA DE LA CLAVE EN CURSO    *
      *----------------------------------------------------------------*
       7241-ACUMULAR-CONTEO-LOTE.
           IF WZD-CLT-OCUPADAS < 50
               ADD 1 TO WZD-CLT-OCUPADAS
               MOVE CLT-NUM-LOTE TO CLT-TAB-LOTE (WZD-CLT-OCUPADAS)
               IF CLT-FECHA-VENCE = SPACES
                   MOVE 99999999 TO CLT-TAB-VENCE (WZD-CLT-OCUPADAS)
               ELSE
                   MOVE CLT-FECHA-VENCE TO
                           CLT-TAB-VENCE (WZD-CLT-OCUPADAS)
               END-IF
               MOVE CLT-CANTIDAD TO CLT-TAB-CANTIDAD (WZD-CLT-OCUPADAS)
               MOVE 'N' TO CLT-TAB-APLICADO (WZD-CLT-OCUPADAS)
           ELSE
               DISPLAY '*  DEMASIADOS LOTES CONTADOS PARA: '
                       CLT-COD-ARTICULO ' ' CLT-COD-BODEGA
                       ' LOTE OMITIDO: ' CLT-NUM-LOTE
           END-IF
           .

      *----------------------------------------------------------------*
      * 7242-AJUSTAR-LOTES-CLAVE                                       *
      *    AL CAMBIAR DE CLAVE: SI EL ARTICULO SIGUE ACTIVO EN EL      *
      *    MAESTRO, RECORRER SUS LOTES CONTRA LA TABLA DE CONTADOS Y   *
      *    LUEGO CREAR LOS CONTADOS QUE NO EXISTIAN                    *
      *----------------------------------------------------------------*
       7242-AJUSTAR-LOTES-CLAVE.
           MOVE 'N' TO WSW-CLAVE-CONTEO-VALIDA
           MOVE WCH-CLT-CLAVE-ACTUAL (1:10) TO WZD-LOT-COD-ARTICULO
           MOVE WCH-CLT-CLAVE-ACTUAL (11:3) TO WZD-LOT-COD-BODEGA
           MOVE WZD-LOT-COD-ARTICULO TO
                   REG-COD-ARTICULO IN REG-ARCH-MAESTRO
           MOVE WZD-LOT-COD-BODEGA TO
                   REG-COD-BODEGA IN REG-ARCH-MAESTRO
           READ ARCH-MAESTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT ARTICULO-DE-BAJA IN REG-ARCH-MAESTRO
                       MOVE 'S' TO WSW-CLAVE-CONTEO-VALIDA
                   END-IF
           END-READ
           IF CLAVE-CONTEO-VALIDA
               PERFORM 7250-POSICIONAR-LOTES
               PERFORM UNTIL FIN-LOTES
                   PERFORM 7243-CONCILIAR-LOTE-CONTADO
                   PERFORM 7255-LEER-SIGUIENTE-LOTE
               END-PERFORM
               MOVE 1 TO WZD-CLT-IDX
               PERFORM UNTIL WZD-CLT-IDX > WZD-CLT-OCUPADAS
                   IF CLT-TAB-APLICADO (WZD-CLT-IDX) = 'N'
                       AND CLT-TAB-CANTIDAD (WZD-CLT-IDX) > ZERO
                       MOVE CLT-TAB-LOTE (WZD-CLT-IDX)
                           TO WZD-LOT-NUM-LOTE
                       MOVE CLT-TAB-VENCE (WZD-CLT-IDX)
                           TO WZD-LOT-FECHA-VENCE
                       MOVE CLT-TAB-CANTIDAD (WZD-CLT-IDX)
                           TO WZD-LOT-CANTIDAD
                       PERFORM 7227-ADICIONAR-LOTE
                       ADD 1 TO WCT-LOT-AJUSTADOS
                   END-IF
                   ADD 1 TO WZD-CLT-IDX
               END-PERFORM
           END-IF
           MOVE ZERO TO WZD-CLT-OCUPADAS
           .

      *----------------------------------------------------------------*
      * 7243-CONCILIAR-LOTE-CONTADO                                    *
      *    BUSCAR EL LOTE EXISTENTE EN LA TABLA DE CONTADOS: SI SE     *
      *    CONTO QUEDA CON LA CANTIDAD CONTADA (SE ELIMINA SI ES       *
      *    CERO); SI NO SE CONTO SE ELIMINA                            *
      *----------------------------------------------------------------*
       7243-CONCILIAR-LOTE-CONTADO.
           MOVE 'N' TO WSW-LOTE-ENCONTRADO
           MOVE 1 TO WZD-CLT-IDX
           PERFORM UNTIL WZD-CLT-IDX > WZD-CLT-OCUPADAS
                   OR LOTE-ENCONTRADO
               IF CLT-TAB-LOTE (WZD-CLT-IDX) = LOT-NUM-LOTE
                   AND CLT-TAB-APLICADO (WZD-CLT-IDX) = 'N'
                   MOVE 'S' TO WSW-LOTE-ENCONTRADO
               ELSE
                   ADD 1 TO WZD-CLT-IDX
               END-IF
           END-PERFORM
           IF LOTE-ENCONTRADO
               MOVE 'S' TO CLT-TAB-APLICADO (WZD-CLT-IDX)
               MOVE CLT-TAB-CANTIDAD (WZD-CLT-IDX) TO WZD-LOT-CANTIDAD
           ELSE
               MOVE ZERO TO WZD-LOT-CANTIDAD
           END-IF
           IF WZD-LOT-CANTIDAD = ZERO
               DELETE ARCH-LOTES RECORD
                   INVALID KEY
                       DISPLAY '*  NO SE PUDO ELIMINAR EL LOTE: '
                               LOT-NUM-LOTE
                   NOT INVALID KEY
                       ADD 1 TO WCT-LOT-AJUSTADOS
               END-DELETE
           ELSE
           IF WZD-LOT-CANTIDAD NOT = LOT-CANTIDAD
               MOVE WZD-LOT-CANTIDAD TO LOT-CANTIDAD
               REWRITE REG-ARCH-LOTE
                   INVALID KEY
                       DISPLAY '*  NO SE PUDO AJUSTAR EL LOTE: '
                               LOT-NUM-LOTE
                   NOT INVALID KEY
                       ADD 1 TO WCT-LOT-AJUSTADOS
               END-REWRITE
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 7249-LEER-CONTEO-LOTE                                          *
      *----------------------------------------------------------------*
       7249-LEER-CONTEO-LOTE.
           READ ARCH-CONTEO-LOTE
               AT END
                   MOVE 'S' TO WSW-FIN-CONTEO-LOTE
           END-READ
           .

      *----------------------------------------------------------------*
      * 7250-POSICIONAR-LOTES                                          *
      *    UBICARSE EN EL PRIMER LOTE (EL DE VENCIMIENTO MAS ANTIGUO)  *
      *    DEL ARTICULO + BODEGA DEJADOS EN EL AREA DE TRABAJO Y       *
      *    LEERLO; SI LA CLAVE NO TIENE LOTES QUEDA FIN-LOTES          *
      *----------------------------------------------------------------*
       7250-POSICIONAR-LOTES.
           MOVE 'N' TO WSW-FIN-LOTES
           MOVE WZD-LOT-COD-ARTICULO TO LOT-COD-ARTICULO
           MOVE WZD-LOT-COD-BODEGA TO LOT-COD-BODEGA
           MOVE ZERO TO LOT-FECHA-VENCE
           MOVE LOW-VALUES TO LOT-NUM-LOTE
           START ARCH-LOTES KEY IS NOT LESS THAN LOT-CLAVE
               INVALID KEY
                   MOVE 'S' TO WSW-FIN-LOTES
           END-START
           IF NOT FIN-LOTES
               PERFORM 7255-LEER-SIGUIENTE-LOTE
           END-IF
           .

      *----------------------------------------------------------------*
      * 7255-LEER-SIGUIENTE-LOTE                                       *
      *    LEER EL SIGUIENTE LOTE; AL PASAR A OTRA CLAVE QUEDA         *
      *    FIN-LOTES                                                   *
      *----------------------------------------------------------------*
       7255-LEER-SIGUIENTE-LOTE.
           READ ARCH-LOTES NEXT RECORD
               AT END
                   MOVE 'S' TO WSW-FIN-LOTES
           END-READ
           IF NOT FIN-LOTES
               IF LOT-COD-ARTICULO NOT = WZD-LOT-COD-ARTICULO
                   OR LOT-COD-BODEGA NOT = WZD-LOT-COD-BODEGA
                   MOVE 'S' TO WSW-FIN-LOTES
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 7260-VALIDAR-LOTE-SALIDA                                       *
      *    SI LA SALIDA INDICA LOTE, ESTE DEBE EXISTIR EN LA BODEGA Y  *
      *    TENER SALDO PARA LA CANTIDAD SOLICITADA                     *
      *----------------------------------------------------------------*
       7260-VALIDAR-LOTE-SALIDA.
           SET LOTE-SALIDA-VALIDO TO TRUE
           IF SAL-NUM-LOTE NOT = SPACES
               IF NOT LOTES-DISPONIBLES
                   SET LOTE-SALIDA-NO-EXISTE TO TRUE
               ELSE
                   MOVE SAL-COD-ARTICULO TO WZD-LOT-COD-ARTICULO
                   MOVE SAL-COD-BODEGA TO WZD-LOT-COD-BODEGA
                   MOVE SAL-NUM-LOTE TO WZD-LOT-NUM-LOTE
                   PERFORM 7265-BUSCAR-LOTE
                   IF NOT LOTE-ENCONTRADO
                       SET LOTE-SALIDA-NO-EXISTE TO TRUE
                   ELSE
                   IF LOT-CANTIDAD < SAL-CANTIDAD
                       SET LOTE-SALIDA-SIN-SALDO TO TRUE
                   END-IF
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 7265-BUSCAR-LOTE                                               *
      *    UBICAR ENTRE LOS LOTES DE LA CLAVE EL LOTE DEJADO EN        *
      *    WZD-LOT-NUM-LOTE, CUALQUIERA SEA SU VENCIMIENTO             *
      *----------------------------------------------------------------*
       7265-BUSCAR-LOTE.
           MOVE 'N' TO WSW-LOTE-ENCONTRADO
           PERFORM 7250-POSICIONAR-LOTES
           PERFORM UNTIL FIN-LOTES OR LOTE-ENCONTRADO
               IF LOT-NUM-LOTE = WZD-LOT-NUM-LOTE
                   MOVE 'S' TO WSW-LOTE-ENCONTRADO
               ELSE
                   PERFORM 7255-LEER-SIGUIENTE-LOTE
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 7270-CONSUMIR-LOTES-SALIDA                                     *
      *    DESCONTAR DE LOS LOTES LA SALIDA YA APLICADA AL MAESTRO:    *
      *    DEL LOTE INDICADO O, SIN LOTE, POR VENCIMIENTO. LO QUE NO   *
      *    ALCANCE A CUBRIRSE CON LOTES ES STOCK SIN LOTE              *
      *----------------------------------------------------------------*
       7270-CONSUMIR-LOTES-SALIDA.
           IF LOTES-DISPONIBLES
               MOVE SAL-COD-ARTICULO TO WZD-LOT-COD-ARTICULO
               MOVE SAL-COD-BODEGA TO WZD-LOT-COD-BODEGA
               MOVE SAL-CANTIDAD TO WZD-LOT-POR-CONSUMIR
               IF SAL-NUM-LOTE NOT = SPACES
                   MOVE SAL-NUM-LOTE TO WZD-LOT-NUM-LOTE
                   PERFORM 7265-BUSCAR-LOTE
                   IF LOTE-ENCONTRADO
                       PERFORM 7285-DESCONTAR-LOTE
                   END-IF
               ELSE
                   PERFORM 7280-CONSUMIR-LOTES-FEFO
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 7280-CONSUMIR-LOTES-FEFO                                       *
      *    DESCONTAR WZD-LOT-POR-CONSUMIR DE LOS LOTES DE LA CLAVE EN  *
      *    ORDEN DE VENCIMIENTO, EL MAS ANTIGUO PRIMERO                *
      *----------------------------------------------------------------*
       7280-CONSUMIR-LOTES-FEFO.
           PERFORM 7250-POSICIONAR-LOTES
           PERFORM UNTIL FIN-LOTES OR WZD-LOT-POR-CONSUMIR = ZERO
               PERFORM 7285-DESCONTAR-LOTE
               PERFORM 7255-LEER-SIGUIENTE-LOTE
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 7285-DESCONTAR-LOTE                                            *
      *    DESCONTAR DEL LOTE LEIDO LO QUE ALCANCE DE LO POR CONSUMIR; *
      *    EL LOTE QUE QUEDA EN CERO SE ELIMINA                        *
      *----------------------------------------------------------------*
       7285-DESCONTAR-LOTE.
           IF LOT-CANTIDAD > WZD-LOT-POR-CONSUMIR
               MOVE WZD-LOT-POR-CONSUMIR TO WZD-LOT-DESCUENTO
           ELSE
               MOVE LOT-CANTIDAD TO WZD-LOT-DESCUENTO
           END-IF
           IF TRP-ANOTAR
               PERFORM 7287-ANOTAR-LOTE-TRASPASO
           END-IF
           SUBTRACT WZD-LOT-DESCUENTO FROM LOT-CANTIDAD
           SUBTRACT WZD-LOT-DESCUENTO FROM WZD-LOT-POR-CONSUMIR
           IF LOT-CANTIDAD = ZERO
               DELETE ARCH-LOTES RECORD
                   INVALID KEY
                       DISPLAY '*  NO SE PUDO ELIMINAR EL LOTE: '
                               LOT-NUM-LOTE
                   NOT INVALID KEY
                       ADD 1 TO WCT-LOT-AGOTADOS
               END-DELETE
           ELSE
               REWRITE REG-ARCH-LOTE
                   INVALID KEY
                       DISPLAY '*  NO SE PUDO DESCONTAR EL LOTE: '
                               LOT-NUM-LOTE
                   NOT INVALID KEY
                       ADD 1 TO WCT-LOT-ACTUALIZADOS
               END-REWRITE
           END-IF
           .

      *----------------------------------------------------------------*
      * 7287-ANOTAR-LOTE-TRASPASO                                      *
      *    ANOTAR EN LA TABLA DEL TRASPASO LO QUE SE DESCUENTA DEL     *
      *    LOTE LEIDO, PARA LLEVARLO DESPUES A LA BODEGA DESTINO CON   *
      *    EL MISMO LOTE Y VENCIMIENTO                                 *
      *----------------------------------------------------------------*
       7287-ANOTAR-LOTE-TRASPASO.
           IF WZD-LOT-DESCUENTO > ZERO
               IF WZD-TRP-OCUPADAS < 50
                   ADD 1 TO WZD-TRP-OCUPADAS
                   MOVE LOT-NUM-LOTE
                       TO TRP-TAB-LOTE (WZD-TRP-OCUPADAS)
                   MOVE LOT-FECHA-VENCE
                       TO TRP-TAB-VENCE (WZD-TRP-OCUPADAS)
                   MOVE WZD-LOT-DESCUENTO
                       TO TRP-TAB-CANTIDAD (WZD-TRP-OCUPADAS)
               ELSE
                   DISPLAY '*  DEMASIADOS LOTES EN EL TRASLADO, '
                           LOT-NUM-LOTE ' LLEGA SIN LOTE'
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 7290-TRASPASAR-LOTES                                           *
      *    PASAR WZD-LOT-POR-CONSUMIR UNIDADES DE LOS LOTES DE         *
      *    WZD-LOT-COD-ARTICULO + WZD-LOT-COD-BODEGA A LA BODEGA       *
      *    WZD-TRP-BOD-DESTINO, EL DE VENCIMIENTO MAS ANTIGUO PRIMERO, *
      *    CONSERVANDO LOTE Y VENCIMIENTO. LO QUE LOS LOTES DEL ORIGEN *
      *    NO ALCANZAN A CUBRIR LLEGA COMO STOCK SIN LOTE              *
      *----------------------------------------------------------------*
       7290-TRASPASAR-LOTES.
           IF LOTES-DISPONIBLES
               MOVE ZERO TO WZD-TRP-OCUPADAS
               MOVE 'S' TO WSW-TRP-ANOTAR
               PERFORM 7280-CONSUMIR-LOTES-FEFO
               MOVE 'N' TO WSW-TRP-ANOTAR
               MOVE WZD-TRP-BOD-DESTINO TO WZD-LOT-COD-BODEGA
               MOVE 1 TO WZD-TRP-IDX
               PERFORM UNTIL WZD-TRP-IDX > WZD-TRP-OCUPADAS
                   MOVE TRP-TAB-LOTE (WZD-TRP-IDX) TO WZD-LOT-NUM-LOTE
                   MOVE TRP-TAB-VENCE (WZD-TRP-IDX)
                       TO WZD-LOT-FECHA-VENCE
                   MOVE TRP-TAB-CANTIDAD (WZD-TRP-IDX)
                       TO WZD-LOT-CANTIDAD
                   PERFORM 7228-SUMAR-CANTIDAD-LOTE
                   ADD 1 TO WZD-TRP-IDX
               END-PERFORM
               MOVE ZERO TO WZD-TRP-OCUPADAS
           END-IF
           .

      *----------------------------------------------------------------*
      * 7295-DESCONTAR-LOTES-CLAVE                                     *
      *    DESCONTAR WZD-LOT-POR-CONSUMIR DE LOS LOTES DE LA CLAVE     *
      *    DEJADA EN EL AREA DE TRABAJO, SI HAY ARCHIVO DE LOTES       *
      *----------------------------------------------------------------*
       7295-DESCONTAR-LOTES-CLAVE.
           IF LOTES-DISPONIBLES
               PERFORM 7280-CONSUMIR-LOTES-FEFO
           END-IF
           .

      *----------------------------------------------------------------*
      * 7300-TRASLADOS-TRANSITO                                        *
      *    PROCESAR LOS DOCUMENTOS DE TRASLADO ENTRE BODEGAS DEL       *
      *    ARCHIVO TRSMOV, EN EL ORDEN EN QUE VIENEN. UN DESPACHO (D)  *
      *    REGISTRA LA LINEA DEL DOCUMENTO EN TRSMTR Y PASA LA         *
      *    CANTIDAD DE LA BODEGA ORIGEN A LA BODEGA DE TRANSITO DEL    *
      *    MAESTRO. UNA RECEPCION (R) CONFIRMA LO RECIBIDO: SALE DEL   *
      *    TRANSITO, ENTRA EN LA BODEGA DESTINO Y LO NO RECIBIDO SALE  *
      *    DEL TRANSITO COMO PERDIDA (KARDEX DE ORIGEN P). SE IMPRIME  *
      *    CADA LINEA PROCESADA O RECHAZADA CON SU ESTADO              *
      *----------------------------------------------------------------*
       7300-TRASLADOS-TRANSITO.
           MOVE ZERO TO WCT-TRS-LEIDOS
           MOVE ZERO TO WCT-TRS-DESPACHADOS
           MOVE ZERO TO WCT-TRS-RECIBIDOS
           MOVE ZERO TO WCT-TRS-CON-PERDIDA
           MOVE ZERO TO WCT-TRS-RECHAZADOS
           MOVE ZERO TO WCT-TRS-VALOR-DESPACHADO
           MOVE ZERO TO WCT-TRS-VALOR-PERDIDO
           MOVE ZERO TO WCT-NUM-PAGINA
           MOVE 'N' TO WSW-ERROR-TRASLADO
           PERFORM 7305-ABRIR-TRASLADOS
           IF WFS-TRASLADO NOT = '00'
               MOVE 'S' TO WSW-ERROR-TRASLADO
           ELSE
               OPEN INPUT ARCH-MOV-TRASLADO
               IF WFS-MOV-TRASLADO NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO DE '
                           'TRASLADOS'
                   MOVE 'S' TO WSW-ERROR-TRASLADO
               ELSE
                   OPEN I-O ARCH-MAESTRO
                   IF WFS-MAESTRO NOT = '00'
                       DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE '
                               'INVENTARIO'
                       MOVE 'S' TO WSW-ERROR-TRASLADO
                   ELSE
                       OPEN OUTPUT ARCH-REP-TRASLADO
                       IF WFS-REP-TRASLADO NOT = '00'
                           DISPLAY '*  NO SE PUDO ABRIR EL REPORTE DE '
                                   'TRASLADOS'
                           MOVE 'S' TO WSW-ERROR-TRASLADO
                       ELSE
                           PERFORM 7400-ABRIR-MOVIMIENTOS
                           PERFORM 5760-ABRIR-BODEGAS-CONSULTA
                           PERFORM 7210-ABRIR-LOTES
                           PERFORM 9040-ABRIR-COMPROMETIDO-CONSULTA
                           MOVE WCN-MAX-LINEAS TO WCT-LINEAS-PAGINA
                           MOVE 'N' TO WSW-FIN-MOV-TRASLADO
                           PERFORM 7315-LEER-MOV-TRASLADO
                           PERFORM UNTIL FIN-MOV-TRASLADO
                               PERFORM 7320-PROCESAR-MOV-TRASLADO
                               PERFORM 7315-LEER-MOV-TRASLADO
                           END-PERFORM
                           PERFORM 9042-CERRAR-COMPROMETIDO-CONSULTA
                           PERFORM 7215-CERRAR-LOTES
                           PERFORM 5765-CERRAR-BODEGAS-CONSULTA
                           PERFORM 7450-CERRAR-BITACORAS
                           PERFORM 7370-IMPRIMIR-RESUMEN-TRASLADO
                           CLOSE ARCH-REP-TRASLADO
                           DISPLAY '*  DESPACHOS: ' WCT-TRS-DESPACHADOS
                                   ' RECEPCIONES: ' WCT-TRS-RECIBIDOS
                                   ' RECHAZADOS: ' WCT-TRS-RECHAZADOS
                       END-IF
                       CLOSE ARCH-MAESTRO
                   END-IF
                   CLOSE ARCH-MOV-TRASLADO
               END-IF
               CLOSE ARCH-TRASLADO
           END-IF
           .

      *----------------------------------------------------------------*
      * 7305-ABRIR-TRASLADOS                                           *
      *    ABRIR EL ARCHIVO DE DOCUMENTOS DE TRASLADO EN I-O,          *
      *    CREANDOLO SI AUN NO EXISTE. LO USAN EL PROCESO DE           *
      *    TRASLADOS Y EL REPORTE DE TRANSITO VENCIDO                  *
      *----------------------------------------------------------------*
       7305-ABRIR-TRASLADOS.
           OPEN I-O ARCH-TRASLADO
           IF WFS-TRASLADO = '35'
               OPEN OUTPUT ARCH-TRASLADO
               CLOSE ARCH-TRASLADO
               OPEN I-O ARCH-TRASLADO
           END-IF
           IF WFS-TRASLADO NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR LOS DOCUMENTOS DE '
                       'TRASLADO, ESTADO: ' WFS-TRASLADO
           END-IF
           .

      *----------------------------------------------------------------*
      * 7315-LEER-MOV-TRASLADO                                         *
      *----------------------------------------------------------------*
       7315-LEER-MOV-TRASLADO.
           READ ARCH-MOV-TRASLADO
               AT END
                   MOVE 'S' TO WSW-FIN-MOV-TRASLADO
           END-READ
           .

      *----------------------------------------------------------------*
      * 7320-PROCESAR-MOV-TRASLADO                                     *
      *    VALIDAR EL REGISTRO DE TRASLADO Y DERIVARLO AL DESPACHO     *
      *    O A LA RECEPCION SEGUN SU TIPO                              *
      *----------------------------------------------------------------*
       7320-PROCESAR-MOV-TRASLADO.
           ADD 1 TO WCT-TRS-LEIDOS
           MOVE ZERO TO WZD-TRS-RECIBIDA
           MOVE ZERO TO WZD-TRS-PERDIDA
           IF TRM-DESPACHO
               MOVE 'DESPACHO' TO WZD-TRS-TIPO
           ELSE
               MOVE 'RECEPCION' TO WZD-TRS-TIPO
           END-IF
           EVALUATE TRUE
               WHEN NOT TRM-DESPACHO AND NOT TRM-RECEPCION
                   MOVE 'RECHAZADO: TIPO DE OPERACION INVALIDO'
                       TO WZD-TRS-ESTADO
                   PERFORM 7350-RECHAZAR-MOV-TRASLADO
               WHEN TRM-NUMERO = SPACES
                   OR TRM-LINEA NOT NUMERIC
                   OR TRM-CANTIDAD NOT NUMERIC
                   MOVE 'RECHAZADO: DOCUMENTO O CANTIDAD INVALIDO'
                       TO WZD-TRS-ESTADO
                   PERFORM 7350-RECHAZAR-MOV-TRASLADO
               WHEN TRM-DESPACHO
                   PERFORM 7325-DESPACHAR-LINEA
               WHEN OTHER
                   PERFORM 7340-RECIBIR-LINEA
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 7325-DESPACHAR-LINEA                                           *
      *    VALIDAR EL DESPACHO: ARTICULO, BODEGAS DISTINTAS Y REALES,  *
      *    CANTIDAD Y QUE LA LINEA DEL DOCUMENTO NO EXISTA AUN         *
      *----------------------------------------------------------------*
       7325-DESPACHAR-LINEA.
           MOVE TRM-NUMERO TO TRS-NUMERO
           MOVE TRM-LINEA TO TRS-LINEA
           EVALUATE TRUE
               WHEN TRM-COD-ARTICULO = SPACES
                   MOVE 'RECHAZADO: ARTICULO EN BLANCO'
                       TO WZD-TRS-ESTADO
                   PERFORM 7350-RECHAZAR-MOV-TRASLADO
               WHEN TRM-BOD-ORIGEN = SPACES
                   OR TRM-BOD-DESTINO = SPACES
                   OR TRM-BOD-ORIGEN = WCN-BODEGA-TRANSITO
                   OR TRM-BOD-DESTINO = WCN-BODEGA-TRANSITO
                   MOVE 'RECHAZADO: BODEGA INVALIDA'
                       TO WZD-TRS-ESTADO
                   PERFORM 7350-RECHAZAR-MOV-TRASLADO
               WHEN TRM-BOD-ORIGEN = TRM-BOD-DESTINO
                   MOVE 'RECHAZADO: ORIGEN Y DESTINO IGUALES'
                       TO WZD-TRS-ESTADO
                   PERFORM 7350-RECHAZAR-MOV-TRASLADO
               WHEN TRM-CANTIDAD = ZERO
                   MOVE 'RECHAZADO: CANTIDAD EN CERO'
                       TO WZD-TRS-ESTADO
                   PERFORM 7350-RECHAZAR-MOV-TRASLADO
               WHEN OTHER
                   READ ARCH-TRASLADO
                       INVALID KEY
                           PERFORM 7326-VALIDAR-BODEGAS-DESPACHO
                       NOT INVALID KEY
                           MOVE 'RECHAZADO: LINEA YA DESPACHADA'
                               TO WZD-TRS-ESTADO
                           PERFORM 7350-RECHAZAR-MOV-TRASLADO
                   END-READ
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 7326-VALIDAR-BODEGAS-DESPACHO                                  *
      *    LA BODEGA ORIGEN Y LA DESTINO DEBEN EXISTIR EN EL MAESTRO   *
      *    DE BODEGAS Y ESTAR ACTIVAS AL DESPACHAR                     *
      *----------------------------------------------------------------*
       7326-VALIDAR-BODEGAS-DESPACHO.
           MOVE TRM-BOD-ORIGEN TO WZD-BOD-VALIDAR
           PERFORM 5770-VALIDAR-BODEGA
           EVALUATE TRUE
               WHEN BOD-VAL-NO-EXISTE
                   MOVE 'RECHAZADO: BODEGA ORIGEN NO EXISTE'
                       TO WZD-TRS-ESTADO
                   PERFORM 7350-RECHAZAR-MOV-TRASLADO
               WHEN BOD-VAL-CERRADA
                   MOVE 'RECHAZADO: BODEGA ORIGEN CERRADA'
                       TO WZD-TRS-ESTADO
                   PERFORM 7350-RECHAZAR-MOV-TRASLADO
               WHEN OTHER
                   MOVE TRM-BOD-DESTINO TO WZD-BOD-VALIDAR
                   PERFORM 5770-VALIDAR-BODEGA
                   EVALUATE TRUE
                       WHEN BOD-VAL-NO-EXISTE
                           MOVE 'RECHAZADO: BODEGA DESTINO NO EXISTE'
                               TO WZD-TRS-ESTADO
                           PERFORM 7350-RECHAZAR-MOV-TRASLADO
                       WHEN BOD-VAL-CERRADA
                           MOVE 'RECHAZADO: BODEGA DESTINO CERRADA'
                               TO WZD-TRS-ESTADO
                           PERFORM 7350-RECHAZAR-MOV-TRASLADO
                       WHEN OTHER
                           PERFORM 7327-VALIDAR-ORIGEN-DESPACHO
                   END-EVALUATE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 7327-VALIDAR-ORIGEN-DESPACHO                                   *
      *    UBICAR EL ARTICULO EN LA BODEGA ORIGEN Y VERIFICAR QUE      *
      *    ESTE ACTIVO Y TENGA DISPONIBLE (EXISTENCIA MENOS LO         *
      *    COMPROMETIDO EN RESERVAS) PARA LA CANTIDAD A DESPACHAR      *
      *----------------------------------------------------------------*
       7327-VALIDAR-ORIGEN-DESPACHO.
           MOVE TRM-COD-ARTICULO TO REG-COD-ARTICULO IN REG-ARCH-MAESTRO
           MOVE TRM-BOD-ORIGEN TO REG-COD-BODEGA IN REG-ARCH-MAESTRO
           READ ARCH-MAESTRO
               INVALID KEY
                   MOVE 'RECHAZADO: NO EXISTE EN LA BODEGA ORIGEN'
                       TO WZD-TRS-ESTADO
                   PERFORM 7350-RECHAZAR-MOV-TRASLADO
               NOT INVALID KEY
                   MOVE TRM-COD-ARTICULO TO WZD-RSV-COM-ARTICULO
                   MOVE TRM-BOD-ORIGEN TO WZD-RSV-COM-BODEGA
                   PERFORM 9045-LEER-COMPROMETIDO
                   COMPUTE WZD-RSV-DISPONIBLE =
                           REG-CANTIDAD IN REG-ARCH-MAESTRO -
                           WZD-RSV-COMPROMETIDO
                   EVALUATE TRUE
                       WHEN ARTICULO-DE-BAJA IN REG-ARCH-MAESTRO
                           MOVE 'RECHAZADO: ARTICULO DE BAJA'
                               TO WZD-TRS-ESTADO
                           PERFORM 7350-RECHAZAR-MOV-TRASLADO
                       WHEN REG-CANTIDAD IN REG-ARCH-MAESTRO <
                               TRM-CANTIDAD
                           MOVE 'RECHAZADO: SIN STOCK EN BODEGA ORIGEN'
                               TO WZD-TRS-ESTADO
                           PERFORM 7350-RECHAZAR-MOV-TRASLADO
                       WHEN WZD-RSV-DISPONIBLE < TRM-CANTIDAD
                           MOVE 'RECHAZADO: STOCK COMPROMETIDO'
                               TO WZD-TRS-ESTADO
                           PERFORM 7350-RECHAZAR-MOV-TRASLADO
                       WHEN OTHER
                           PERFORM 7330-DESCONTAR-ORIGEN-TRASLADO
                   END-EVALUATE
           END-READ
           .

      *----------------------------------------------------------------*
      * 7330-DESCONTAR-ORIGEN-TRASLADO                                 *
      *    DESCONTAR LO DESPACHADO DE LA BODEGA ORIGEN (BITACORA Y     *
      *    KARDEX DE ORIGEN T), SUMARLO AL TRANSITO Y REGISTRAR LA     *
      *    LINEA DEL DOCUMENTO. LA IMAGEN DEL ORIGEN QUEDA GUARDADA    *
      *    PARA CREAR LA CLAVE DE TRANSITO SI HICIERA FALTA            *
      *----------------------------------------------------------------*
       7330-DESCONTAR-ORIGEN-TRASLADO.
           MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO TO WMV-CANT-ANTERIOR
           MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
               TO WMV-COSTO-ANTERIOR
           MOVE REG-ARCH-MAESTRO TO WJR-IMAGEN-ANTERIOR
           SUBTRACT TRM-CANTIDAD FROM REG-CANTIDAD IN REG-ARCH-MAESTRO
           REWRITE REG-ARCH-MAESTRO
               INVALID KEY
                   MOVE 'RECHAZADO: NO SE PUDO DESCONTAR EL ORIGEN'
                       TO WZD-TRS-ESTADO
                   PERFORM 7350-RECHAZAR-MOV-TRASLADO
               NOT INVALID KEY
                   MOVE 'C' TO WJR-OPERACION
                   PERFORM 7700-ESCRIBIR-JOURNAL
                   MOVE TRM-COD-ARTICULO TO WMV-COD-ARTICULO
                   MOVE TRM-BOD-ORIGEN TO WMV-COD-BODEGA
                   MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO
                       TO WMV-CANT-NUEVA
                   MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                       TO WMV-COSTO-NUEVO
                   MOVE 'T' TO WMV-ORIGEN
                   PERFORM 7500-ESCRIBIR-MOVIMIENTO
                   MOVE REG-ARCH-MAESTRO TO WZD-TRS-IMAGEN
                   MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                       TO TRS-COSTO-UNIT
                   MOVE TRM-CANTIDAD TO WZD-CANT-CONVERTIDA
                   MOVE TRS-COSTO-UNIT TO WZD-COSTO-CONVERTIDO
                   MOVE TRM-COD-ARTICULO TO TRS-COD-ARTICULO
                   MOVE WCN-BODEGA-TRANSITO TO WMV-COD-BODEGA
                   PERFORM 7332-SUMAR-CLAVE-TRASLADO
                   MOVE TRM-COD-ARTICULO TO WZD-LOT-COD-ARTICULO
                   MOVE TRM-BOD-ORIGEN TO WZD-LOT-COD-BODEGA
                   MOVE WCN-BODEGA-TRANSITO TO WZD-TRP-BOD-DESTINO
                   MOVE TRM-CANTIDAD TO WZD-LOT-POR-CONSUMIR
                   PERFORM 7290-TRASPASAR-LOTES
                   PERFORM 7334-REGISTRAR-DESPACHO
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * 7332-SUMAR-CLAVE-TRASLADO                                      *
      *    SUMAR WZD-CANT-CONVERTIDA AL COSTO WZD-COSTO-CONVERTIDO EN  *
      *    LA BODEGA DEJADA EN WMV-COD-BODEGA (LA DE TRANSITO AL       *
      *    DESPACHAR, LA DESTINO AL RECIBIR), PROMEDIANDO EL COSTO     *
      *    COMO EN LA RECEPCION. SI LA CLAVE NO EXISTE SE CREA CON LA  *
      *    IMAGEN GUARDADA; LA DE TRANSITO NACE SIN MINIMO NI REORDEN  *
      *    PARA QUE NO ENTRE AL SUGERIDO DE COMPRA. SI ESTABA DE BAJA  *
      *    SE REACTIVA SOLO CON LO TRASLADADO, COMO EN EL TRASLADO     *
      *    DEL MANTENIMIENTO                                           *
      *----------------------------------------------------------------*
       7332-SUMAR-CLAVE-TRASLADO.
           MOVE TRS-COD-ARTICULO TO WMV-COD-ARTICULO
           MOVE WMV-COD-ARTICULO TO REG-COD-ARTICULO IN REG-ARCH-MAESTRO
           MOVE WMV-COD-BODEGA TO REG-COD-BODEGA IN REG-ARCH-MAESTRO
           MOVE 'T' TO WMV-ORIGEN
           READ ARCH-MAESTRO
               INVALID KEY
                   MOVE WZD-TRS-IMAGEN TO REG-ARCH-MAESTRO
                   MOVE WMV-COD-BODEGA
                       TO REG-COD-BODEGA IN REG-ARCH-MAESTRO
                   MOVE WZD-CANT-CONVERTIDA
                       TO REG-CANTIDAD IN REG-ARCH-MAESTRO
                   MOVE WZD-COSTO-CONVERTIDO
                       TO REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                   MOVE 'N' TO REG-INDICADOR-BAJA IN REG-ARCH-MAESTRO
                   IF WMV-COD-BODEGA = WCN-BODEGA-TRANSITO
                       MOVE ZERO
                           TO REG-STOCK-MINIMO IN REG-ARCH-MAESTRO
                       MOVE ZERO
                           TO REG-CANT-REORDEN IN REG-ARCH-MAESTRO
                   END-IF
                   MOVE SPACES TO WJR-IMAGEN-ANTERIOR
                   WRITE REG-ARCH-MAESTRO
                       INVALID KEY
                           DISPLAY '*  NO SE PUDO CREAR LA CLAVE DEL '
                                   'TRASLADO: ' WMV-COD-ARTICULO ' '
                                   WMV-COD-BODEGA
                       NOT INVALID KEY
                           MOVE 'A' TO WJR-OPERACION
                           PERFORM 7700-ESCRIBIR-JOURNAL
                           MOVE ZERO TO WMV-CANT-ANTERIOR
                           MOVE WZD-COSTO-CONVERTIDO
                               TO WMV-COSTO-ANTERIOR
                           MOVE WZD-CANT-CONVERTIDA TO WMV-CANT-NUEVA
                           MOVE WZD-COSTO-CONVERTIDO TO WMV-COSTO-NUEVO
                           PERFORM 7500-ESCRIBIR-MOVIMIENTO
                   END-WRITE
               NOT INVALID KEY
                   MOVE REG-ARCH-MAESTRO TO WJR-IMAGEN-ANTERIOR
                   MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                       TO WMV-COSTO-ANTERIOR
                   IF ARTICULO-DE-BAJA IN REG-ARCH-MAESTRO
                       MOVE ZERO TO REG-CANTIDAD IN REG-ARCH-MAESTRO
                       MOVE 'N'
                           TO REG-INDICADOR-BAJA IN REG-ARCH-MAESTRO
                   END-IF
                   MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO
                       TO WMV-CANT-ANTERIOR
                   PERFORM 3785-CALCULAR-COSTO-PONDERADO
                   ADD WZD-CANT-CONVERTIDA
                       TO REG-CANTIDAD IN REG-ARCH-MAESTRO
                   MOVE WZD-COSTO-PONDERADO
                       TO REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                   REWRITE REG-ARCH-MAESTRO
                       INVALID KEY
                           DISPLAY '*  NO SE PUDO ACTUALIZAR LA CLAVE '
                                   'DEL TRASLADO: ' WMV-COD-ARTICULO
                                   ' ' WMV-COD-BODEGA
                       NOT INVALID KEY
                           MOVE 'C' TO WJR-OPERACION
                           PERFORM 7700-ESCRIBIR-JOURNAL
                           MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO
                               TO WMV-CANT-NUEVA
                           MOVE WZD-COSTO-PONDERADO TO WMV-COSTO-NUEVO
                           PERFORM 7500-ESCRIBIR-MOVIMIENTO
                   END-REWRITE
           END-READ
           .

      *----------------------------------------------------------------*
      * 7334-REGISTRAR-DESPACHO                                        *
      *    GRABAR LA LINEA DEL DOCUMENTO EN TRANSITO CON LA FECHA DE   *
      *    DESPACHO Y LOS DIAS DE TRANSITO ESPERADOS (LOS DEL          *
      *    REGISTRO, O LOS DE WCN-DIAS-TRANSITO SI VIENEN EN CERO)     *
      *----------------------------------------------------------------*
       7334-REGISTRAR-DESPACHO.
           MOVE TRM-NUMERO TO TRS-NUMERO
           MOVE TRM-LINEA TO TRS-LINEA
           MOVE TRM-COD-ARTICULO TO TRS-COD-ARTICULO
           MOVE TRM-BOD-ORIGEN TO TRS-BOD-ORIGEN
           MOVE TRM-BOD-DESTINO TO TRS-BOD-DESTINO
           MOVE TRM-CANTIDAD TO TRS-CANT-DESPACHADA
           MOVE ZERO TO TRS-CANT-RECIBIDA
           MOVE ZERO TO TRS-CANT-PERDIDA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WCH-FECHA-SISTEMA TO TRS-FECHA-DESPACHO
           MOVE ZERO TO TRS-FECHA-RECEPCION
           IF TRM-DIAS-TRANSITO IS NUMERIC
                   AND TRM-DIAS-TRANSITO > ZERO
               MOVE TRM-DIAS-TRANSITO TO TRS-DIAS-TRANSITO
           ELSE
               MOVE WCN-DIAS-TRANSITO TO TRS-DIAS-TRANSITO
           END-IF
           MOVE 'T' TO TRS-ESTADO
           WRITE REG-ARCH-TRASLADO
               INVALID KEY
                   DISPLAY '*  NO SE PUDO REGISTRAR LA LINEA DEL '
                           'TRASLADO: ' TRS-NUMERO ' ' TRS-LINEA
           END-WRITE
           ADD 1 TO WCT-TRS-DESPACHADOS
           COMPUTE WCT-COSTO-EXT-ITEM =
                   TRS-CANT-DESPACHADA * TRS-COSTO-UNIT
           ADD WCT-COSTO-EXT-ITEM TO WCT-TRS-VALOR-DESPACHADO
           MOVE 'EN TRANSITO' TO WZD-TRS-ESTADO
           PERFORM 7355-IMPRIMIR-LINEA-TRASLADO
           .

      *----------------------------------------------------------------*
      * 7340-RECIBIR-LINEA                                             *
      *    UBICAR LA LINEA DESPACHADA DEL DOCUMENTO Y VALIDAR QUE      *
      *    SIGA EN TRANSITO Y QUE LO RECIBIDO NO SUPERE LO DESPACHADO  *
      *----------------------------------------------------------------*
       7340-RECIBIR-LINEA.
           MOVE TRM-NUMERO TO TRS-NUMERO
           MOVE TRM-LINEA TO TRS-LINEA
           READ ARCH-TRASLADO
               INVALID KEY
                   MOVE 'RECHAZADO: LINEA NO DESPACHADA'
                       TO WZD-TRS-ESTADO
                   PERFORM 7350-RECHAZAR-MOV-TRASLADO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT TRASLADO-EN-TRANSITO
                           MOVE 'RECHAZADO: LINEA YA RECIBIDA'
                               TO WZD-TRS-ESTADO
                           PERFORM 7350-RECHAZAR-MOV-TRASLADO
                       WHEN TRM-CANTIDAD > TRS-CANT-DESPACHADA
                           MOVE 'RECHAZADO: RECIBIDO MAYOR AL DESPACHO'
                               TO WZD-TRS-ESTADO
                           PERFORM 7350-RECHAZAR-MOV-TRASLADO
                       WHEN OTHER
                           PERFORM 7341-VALIDAR-DESTINO-RECEPCION
                   END-EVALUATE
           END-READ
           .

      *----------------------------------------------------------------*
      * 7341-VALIDAR-DESTINO-RECEPCION                                 *
      *    NO SE RECIBE EN UNA BODEGA QUE SE CERRO O SE QUITO DEL      *
      *    MAESTRO DE BODEGAS MIENTRAS LA MERCADERIA VIAJABA: LA       *
      *    LINEA SIGUE EN TRANSITO HASTA QUE SE REABRA LA BODEGA       *
      *----------------------------------------------------------------*
       7341-VALIDAR-DESTINO-RECEPCION.
           MOVE TRS-BOD-DESTINO TO WZD-BOD-VALIDAR
           PERFORM 5770-VALIDAR-BODEGA
           EVALUATE TRUE
               WHEN BOD-VAL-NO-EXISTE
                   MOVE 'RECHAZADO: BODEGA DESTINO NO EXISTE'
                       TO WZD-TRS-ESTADO
                   PERFORM 7350-RECHAZAR-MOV-TRASLADO
               WHEN BOD-VAL-CERRADA
                   MOVE 'RECHAZADO: BODEGA DESTINO CERRADA'
                       TO WZD-TRS-ESTADO
                   PERFORM 7350-RECHAZAR-MOV-TRASLADO
               WHEN OTHER
                   PERFORM 7342-DESCONTAR-TRANSITO
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 7342-DESCONTAR-TRANSITO                                        *
      *    SACAR DEL TRANSITO TODO LO DESPACHADO EN LA LINEA: LO       *
      *    RECIBIDO CON KARDEX DE ORIGEN T Y EL FALTANTE CON KARDEX DE *
      *    ORIGEN P (PERDIDA EN TRASLADO). LUEGO SE SUMA LO RECIBIDO   *
      *    EN LA BODEGA DESTINO Y SE CIERRA LA LINEA                   *
      *----------------------------------------------------------------*
       7342-DESCONTAR-TRANSITO.
           MOVE TRM-CANTIDAD TO WZD-TRS-RECIBIDA
           COMPUTE WZD-TRS-PERDIDA =
                   TRS-CANT-DESPACHADA - WZD-TRS-RECIBIDA
           MOVE TRS-COD-ARTICULO TO REG-COD-ARTICULO IN REG-ARCH-MAESTRO
           MOVE WCN-BODEGA-TRANSITO
               TO REG-COD-BODEGA IN REG-ARCH-MAESTRO
           READ ARCH-MAESTRO
               INVALID KEY
                   MOVE 'RECHAZADO: SIN SALDO EN TRANSITO'
                       TO WZD-TRS-ESTADO
                   PERFORM 7350-RECHAZAR-MOV-TRASLADO
               NOT INVALID KEY
                   IF REG-CANTIDAD IN REG-ARCH-MAESTRO <
                           TRS-CANT-DESPACHADA
                       MOVE 'RECHAZADO: SIN SALDO EN TRANSITO'
                           TO WZD-TRS-ESTADO
                       PERFORM 7350-RECHAZAR-MOV-TRASLADO
                   ELSE
                       PERFORM 7344-REBAJAR-CLAVE-TRANSITO
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * 7344-REBAJAR-CLAVE-TRANSITO                                    *
      *----------------------------------------------------------------*
       7344-REBAJAR-CLAVE-TRANSITO.
           MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO TO WZD-TRS-SALDO
           MOVE REG-ARCH-MAESTRO TO WJR-IMAGEN-ANTERIOR
           SUBTRACT TRS-CANT-DESPACHADA
               FROM REG-CANTIDAD IN REG-ARCH-MAESTRO
           REWRITE REG-ARCH-MAESTRO
               INVALID KEY
                   MOVE 'RECHAZADO: NO SE PUDO DESCONTAR EL TRANSITO'
                       TO WZD-TRS-ESTADO
                   PERFORM 7350-RECHAZAR-MOV-TRASLADO
               NOT INVALID KEY
                   MOVE 'C' TO WJR-OPERACION
                   PERFORM 7700-ESCRIBIR-JOURNAL
                   MOVE REG-ARCH-MAESTRO TO WZD-TRS-IMAGEN
                   MOVE TRS-COD-ARTICULO TO WMV-COD-ARTICULO
                   MOVE WCN-BODEGA-TRANSITO TO WMV-COD-BODEGA
                   MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                       TO WMV-COSTO-ANTERIOR
                   MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                       TO WMV-COSTO-NUEVO
                   IF WZD-TRS-RECIBIDA > ZERO
                       MOVE WZD-TRS-SALDO TO WMV-CANT-ANTERIOR
                       COMPUTE WMV-CANT-NUEVA =
                               WZD-TRS-SALDO - WZD-TRS-RECIBIDA
                       MOVE 'T' TO WMV-ORIGEN
                       PERFORM 7500-ESCRIBIR-MOVIMIENTO
                   END-IF
                   IF WZD-TRS-PERDIDA > ZERO
                       COMPUTE WMV-CANT-ANTERIOR =
                               WZD-TRS-SALDO - WZD-TRS-RECIBIDA
                       MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO
                           TO WMV-CANT-NUEVA
                       MOVE 'P' TO WMV-ORIGEN
                       PERFORM 7500-ESCRIBIR-MOVIMIENTO
                   END-IF
                   IF WZD-TRS-RECIBIDA > ZERO
                       MOVE WZD-TRS-RECIBIDA TO WZD-CANT-CONVERTIDA
                       MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                           TO WZD-COSTO-CONVERTIDO
                       MOVE TRS-BOD-DESTINO TO WMV-COD-BODEGA
                       PERFORM 7332-SUMAR-CLAVE-TRASLADO
                       MOVE TRS-COD-ARTICULO TO WZD-LOT-COD-ARTICULO
                       MOVE WCN-BODEGA-TRANSITO TO WZD-LOT-COD-BODEGA
                       MOVE TRS-BOD-DESTINO TO WZD-TRP-BOD-DESTINO
                       MOVE WZD-TRS-RECIBIDA TO WZD-LOT-POR-CONSUMIR
                       PERFORM 7290-TRASPASAR-LOTES
                   END-IF
                   IF WZD-TRS-PERDIDA > ZERO
                       MOVE TRS-COD-ARTICULO TO WZD-LOT-COD-ARTICULO
                       MOVE WCN-BODEGA-TRANSITO TO WZD-LOT-COD-BODEGA
                       MOVE WZD-TRS-PERDIDA TO WZD-LOT-POR-CONSUMIR
                       PERFORM 7295-DESCONTAR-LOTES-CLAVE
                   END-IF
                   PERFORM 7348-CERRAR-LINEA-TRASLADO
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * 7348-CERRAR-LINEA-TRASLADO                                     *
      *    DEJAR EN LA LINEA DEL DOCUMENTO LO RECIBIDO, LA PERDIDA Y   *
      *    LA FECHA DE RECEPCION, Y MARCARLA RECIBIDA                  *
      *----------------------------------------------------------------*
       7348-CERRAR-LINEA-TRASLADO.
           MOVE WZD-TRS-RECIBIDA TO TRS-CANT-RECIBIDA
           MOVE WZD-TRS-PERDIDA TO TRS-CANT-PERDIDA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WCH-FECHA-SISTEMA TO TRS-FECHA-RECEPCION
           MOVE 'R' TO TRS-ESTADO
           REWRITE REG-ARCH-TRASLADO
               INVALID KEY
                   DISPLAY '*  NO SE PUDO CERRAR LA LINEA DEL '
                           'TRASLADO: ' TRS-NUMERO ' ' TRS-LINEA
           END-REWRITE
           ADD 1 TO WCT-TRS-RECIBIDOS
           IF WZD-TRS-PERDIDA > ZERO
               ADD 1 TO WCT-TRS-CON-PERDIDA
               COMPUTE WCT-COSTO-EXT-ITEM =
                       WZD-TRS-PERDIDA * TRS-COSTO-UNIT
               ADD WCT-COSTO-EXT-ITEM TO WCT-TRS-VALOR-PERDIDO
               MOVE 'RECIBIDO CON PERDIDA EN TRANSITO'
                   TO WZD-TRS-ESTADO
           ELSE
               MOVE 'RECIBIDO COMPLETO' TO WZD-TRS-ESTADO
           END-IF
           PERFORM 7355-IMPRIMIR-LINEA-TRASLADO
           .

      *----------------------------------------------------------------*
      * 7350-RECHAZAR-MOV-TRASLADO                                     *
      *    IMPRIMIR EL REGISTRO RECHAZADO CON LOS DATOS QUE TRAJO      *
      *----------------------------------------------------------------*
       7350-RECHAZAR-MOV-TRASLADO.
           ADD 1 TO WCT-TRS-RECHAZADOS
           MOVE TRM-COD-ARTICULO TO TRS-COD-ARTICULO
           MOVE TRM-BOD-ORIGEN TO TRS-BOD-ORIGEN
           MOVE TRM-BOD-DESTINO TO TRS-BOD-DESTINO
           MOVE ZERO TO TRS-CANT-DESPACHADA
           IF TRM-CANTIDAD IS NUMERIC
               IF TRM-DESPACHO
                   MOVE TRM-CANTIDAD TO TRS-CANT-DESPACHADA
               ELSE
                   MOVE TRM-CANTIDAD TO WZD-TRS-RECIBIDA
               END-IF
           END-IF
           MOVE ZERO TO WZD-TRS-PERDIDA
           PERFORM 7355-IMPRIMIR-LINEA-TRASLADO
           .

      *----------------------------------------------------------------*
      * 7355-IMPRIMIR-LINEA-TRASLADO                                   *
      *----------------------------------------------------------------*
       7355-IMPRIMIR-LINEA-TRASLADO.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 7360-IMPRIMIR-ENCABEZADO-TRASLADO
           END-IF
           MOVE WZD-TRS-TIPO TO LTS-TIPO
           MOVE TRM-NUMERO TO LTS-NUMERO
           IF TRM-LINEA IS NUMERIC
               MOVE TRM-LINEA TO LTS-LINEA
           ELSE
               MOVE ZERO TO LTS-LINEA
           END-IF
           MOVE TRS-COD-ARTICULO TO LTS-COD-ARTICULO
           MOVE TRS-BOD-ORIGEN TO LTS-ORIGEN
           MOVE TRS-BOD-DESTINO TO LTS-DESTINO
           MOVE TRS-CANT-DESPACHADA TO LTS-DESPACHADA
           MOVE WZD-TRS-RECIBIDA TO LTS-RECIBIDA
           MOVE WZD-TRS-PERDIDA TO LTS-PERDIDA
           MOVE WZD-TRS-ESTADO TO LTS-ESTADO
           WRITE REG-ARCH-REP-TRASLADO FROM WCH-LIN-DET-TRASLADO
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 7360-IMPRIMIR-ENCABEZADO-TRASLADO                              *
      *----------------------------------------------------------------*
       7360-IMPRIMIR-ENCABEZADO-TRASLADO.
           ADD 1 TO WCT-NUM-PAGINA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ARCH-REP-TRASLADO FROM WCH-LIN-TIT-TRASLADO
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-MES    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-TRASLADO FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-TRASLADO
           WRITE REG-ARCH-REP-TRASLADO
               AFTER ADVANCING 1 LINE
           WRITE REG-ARCH-REP-TRASLADO FROM WCH-LIN-ENC-TRASLADO
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 7370-IMPRIMIR-RESUMEN-TRASLADO                                 *
      *----------------------------------------------------------------*
       7370-IMPRIMIR-RESUMEN-TRASLADO.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS - 8
               PERFORM 7360-IMPRIMIR-ENCABEZADO-TRASLADO
           END-IF
           MOVE 'REGISTROS DE TRASLADO LEIDOS' TO LR-MOTIVO
           MOVE WCT-TRS-LEIDOS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-TRASLADO FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 2 LINES
           MOVE 'LINEAS DESPACHADAS' TO LR-MOTIVO
           MOVE WCT-TRS-DESPACHADOS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-TRASLADO FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'LINEAS RECIBIDAS' TO LR-MOTIVO
           MOVE WCT-TRS-RECIBIDOS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-TRASLADO FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'LINEAS RECIBIDAS CON PERDIDA' TO LR-MOTIVO
           MOVE WCT-TRS-CON-PERDIDA TO LR-CANTIDAD
           WRITE REG-ARCH-REP-TRASLADO FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'REGISTROS RECHAZADOS' TO LR-MOTIVO
           MOVE WCT-TRS-RECHAZADOS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-TRASLADO FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'VALOR DESPACHADO A TRANSITO' TO LTR-CONCEPTO
           MOVE WCT-TRS-VALOR-DESPACHADO TO LTR-VALOR
           WRITE REG-ARCH-REP-TRASLADO FROM WCH-LIN-TOT-RECEPCION
               AFTER ADVANCING 2 LINES
           MOVE 'VALOR PERDIDO EN TRANSITO' TO LTR-CONCEPTO
           MOVE WCT-TRS-VALOR-PERDIDO TO LTR-VALOR
           WRITE REG-ARCH-REP-TRASLADO FROM WCH-LIN-TOT-RECEPCION
               AFTER ADVANCING 1 LINE
           ADD 8 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 7380-REPORTE-TRANSITO-VENCIDO                                  *
      *    LISTAR LAS LINEAS DE TRASLADO QUE SIGUEN EN TRANSITO        *
      *    PASADOS SUS DIAS DE TRANSITO ESPERADOS, CON LOS DIAS        *
      *    TRANSCURRIDOS DESDE EL DESPACHO (CALENDARIO COMERCIAL DE    *
      *    30/360 COMO EN LA RECEPCION), LOS DIAS DE ATRASO Y SU       *
      *    VALOR AL COSTO DEL DESPACHO. CIERRA CON EL TOTAL EN         *
      *    TRANSITO Y EL TOTAL VENCIDO                                 *
      *----------------------------------------------------------------*
       7380-REPORTE-TRANSITO-VENCIDO.
           MOVE ZERO TO WCT-TRS-ABIERTOS
           MOVE ZERO TO WCT-TRS-VENCIDOS
           MOVE ZERO TO WCT-TRS-VALOR-TRANSITO
           MOVE ZERO TO WCT-TRS-VALOR-VENCIDO
           MOVE ZERO TO WCT-NUM-PAGINA
           MOVE 'N' TO WSW-ERROR-TRASLADO
           PERFORM 7305-ABRIR-TRASLADOS
           IF WFS-TRASLADO NOT = '00'
               MOVE 'S' TO WSW-ERROR-TRASLADO
           ELSE
               OPEN OUTPUT ARCH-REP-TRS-VENCIDO
               IF WFS-REP-TRS-VENCIDO NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL REPORTE DE '
                           'TRANSITO VENCIDO'
                   MOVE 'S' TO WSW-ERROR-TRASLADO
               ELSE
                   ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
                   PERFORM 7386-IMPRIMIR-ENCABEZADO-TRS-VENC
                   MOVE 'N' TO WSW-FIN-TRASLADO
                   MOVE LOW-VALUES TO TRS-CLAVE
                   START ARCH-TRASLADO KEY IS NOT LESS THAN TRS-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WSW-FIN-TRASLADO
                   END-START
                   IF NOT FIN-TRASLADO
                       PERFORM 7388-LEER-TRASLADO-SIGUIENTE
                       PERFORM UNTIL FIN-TRASLADO
                           IF TRASLADO-EN-TRANSITO
                               PERFORM 7382-EVALUAR-TRASLADO-ABIERTO
                           END-IF
                           PERFORM 7388-LEER-TRASLADO-SIGUIENTE
                       END-PERFORM
                   END-IF
                   PERFORM 7390-IMPRIMIR-RESUMEN-TRS-VENC
                   CLOSE ARCH-REP-TRS-VENCIDO
                   DISPLAY '*  LINEAS EN TRANSITO: ' WCT-TRS-ABIERTOS
                           ' VENCIDAS: ' WCT-TRS-VENCIDOS
               END-IF
               CLOSE ARCH-TRASLADO
           END-IF
           .

      *----------------------------------------------------------------*
      * 7382-EVALUAR-TRASLADO-ABIERTO                                  *
      *----------------------------------------------------------------*
       7382-EVALUAR-TRASLADO-ABIERTO.
           ADD 1 TO WCT-TRS-ABIERTOS
           COMPUTE WCT-COSTO-EXT-ITEM =
                   TRS-CANT-DESPACHADA * TRS-COSTO-UNIT
           ADD WCT-COSTO-EXT-ITEM TO WCT-TRS-VALOR-TRANSITO
           MOVE TRS-FECHA-DESPACHO (1:4) TO WZD-TRS-ANIO
           MOVE TRS-FECHA-DESPACHO (5:2) TO WZD-TRS-MES
           MOVE TRS-FECHA-DESPACHO (7:2) TO WZD-TRS-DIA
           COMPUTE WZD-TRS-DIAS-TRANSC =
                   (WFC-ANIO - WZD-TRS-ANIO) * 360 +
                   (WFC-MES - WZD-TRS-MES) * 30 +
                   (WFC-DIA - WZD-TRS-DIA)
           COMPUTE WZD-TRS-DIAS-ATRASO =
                   WZD-TRS-DIAS-TRANSC - TRS-DIAS-TRANSITO
           IF WZD-TRS-DIAS-ATRASO > ZERO
               PERFORM 7384-IMPRIMIR-TRASLADO-VENCIDO
           END-IF
           .

      *----------------------------------------------------------------*
      * 7384-IMPRIMIR-TRASLADO-VENCIDO                                 *
      *----------------------------------------------------------------*
       7384-IMPRIMIR-TRASLADO-VENCIDO.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 7386-IMPRIMIR-ENCABEZADO-TRS-VENC
           END-IF
           MOVE TRS-FECHA-DESPACHO (7:2) TO KF-DIA
           MOVE TRS-FECHA-DESPACHO (5:2) TO KF-MES
           MOVE TRS-FECHA-DESPACHO (1:4) TO KF-ANIO
           MOVE WCH-KDX-FECHA-FMT TO LTT-FECHA-DESPACHO
           MOVE TRS-NUMERO TO LTT-NUMERO
           MOVE TRS-LINEA TO LTT-LINEA
           MOVE TRS-COD-ARTICULO TO LTT-COD-ARTICULO
           MOVE TRS-BOD-ORIGEN TO LTT-ORIGEN
           MOVE TRS-BOD-DESTINO TO LTT-DESTINO
           MOVE TRS-CANT-DESPACHADA TO LTT-CANTIDAD
           MOVE TRS-DIAS-TRANSITO TO LTT-DIAS-TRANSITO
           MOVE WZD-TRS-DIAS-TRANSC TO LTT-DIAS-TRANSC
           MOVE WZD-TRS-DIAS-ATRASO TO LTT-DIAS-ATRASO
           MOVE WCT-COSTO-EXT-ITEM TO LTT-VALOR
           WRITE REG-ARCH-REP-TRS-VENCIDO FROM WCH-LIN-DET-TRS-VENCIDO
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           ADD 1 TO WCT-TRS-VENCIDOS
           ADD WCT-COSTO-EXT-ITEM TO WCT-TRS-VALOR-VENCIDO
           .

      *----------------------------------------------------------------*
      * 7386-IMPRIMIR-ENCABEZADO-TRS-VENC                              *
      *----------------------------------------------------------------*
       7386-IMPRIMIR-ENCABEZADO-TRS-VENC.
           ADD 1 TO WCT-NUM-PAGINA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ARCH-REP-TRS-VENCIDO FROM WCH-LIN-TIT-TRS-VENCIDO
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-MES    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-TRS-VENCIDO FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-TRS-VENCIDO
           WRITE REG-ARCH-REP-TRS-VENCIDO
               AFTER ADVANCING 1 LINE
           WRITE REG-ARCH-REP-TRS-VENCIDO FROM WCH-LIN-ENC-TRS-VENCIDO
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 7388-LEER-TRASLADO-SIGUIENTE                                   *
      *----------------------------------------------------------------*
       7388-LEER-TRASLADO-SIGUIENTE.
           READ ARCH-TRASLADO NEXT RECORD
               AT END
                   MOVE 'S' TO WSW-FIN-TRASLADO
           END-READ
           .

      *----------------------------------------------------------------*
      * 7390-IMPRIMIR-RESUMEN-TRS-VENC                                 *
      *----------------------------------------------------------------*
       7390-IMPRIMIR-RESUMEN-TRS-VENC.
           MOVE 'LINEAS DE TRASLADO EN TRANSITO' TO LR-MOTIVO
           MOVE WCT-TRS-ABIERTOS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-TRS-VENCIDO FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 2 LINES
           MOVE 'LINEAS VENCIDAS' TO LR-MOTIVO
           MOVE WCT-TRS-VENCIDOS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-TRS-VENCIDO FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'VALOR TOTAL EN TRANSITO' TO LTR-CONCEPTO
           MOVE WCT-TRS-VALOR-TRANSITO TO LTR-VALOR
           WRITE REG-ARCH-REP-TRS-VENCIDO FROM WCH-LIN-TOT-RECEPCION
               AFTER ADVANCING 2 LINES
           MOVE 'VALOR EN TRANSITO VENCIDO' TO LTR-CONCEPTO
           MOVE WCT-TRS-VALOR-VENCIDO TO LTR-VALOR
           WRITE REG-ARCH-REP-TRS-VENCIDO FROM WCH-LIN-TOT-RECEPCION
               AFTER ADVANCING 1 LINE
           .

      *----------------------------------------------------------------*
      * 7400-ABRIR-MOVIMIENTOS                                         *
      *    ABRIR EN EXTEND EL ARCHIVO PERMANENTE DE MOVIMIENTOS Y LA   *
      *    BITACORA DE IMAGENES DEL MAESTRO, CREANDOLOS SI AUN NO      *
      *    EXISTEN. TODA ACTUALIZACION DEL MAESTRO PASA POR AMBOS      *
      *----------------------------------------------------------------*
       7400-ABRIR-MOVIMIENTOS.
           OPEN EXTEND ARCH-MOVIMIENTOS
           IF WFS-MOVIMIENTOS NOT = '00'
               OPEN OUTPUT ARCH-MOVIMIENTOS
           END-IF
           IF WFS-MOVIMIENTOS NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO DE MOVIMIENTOS'
           END-IF
           OPEN EXTEND ARCH-JOURNAL
           IF WFS-JOURNAL NOT = '00'
               OPEN OUTPUT ARCH-JOURNAL
           END-IF
           IF WFS-JOURNAL NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR LA BITACORA DEL MAESTRO'
           END-IF
           .

      *----------------------------------------------------------------*
      * 7450-CERRAR-BITACORAS                                          *
      *----------------------------------------------------------------*
       7450-CERRAR-BITACORAS.
           IF WFS-MOVIMIENTOS = '00'
               CLOSE ARCH-MOVIMIENTOS
           END-IF
           IF WFS-JOURNAL = '00'
               CLOSE ARCH-JOURNAL
           END-IF
           .

      *----------------------------------------------------------------*
      * 7700-ESCRIBIR-JOURNAL                                          *
      *    GRABAR EN LA BITACORA LA OPERACION RECIEN APLICADA AL       *
      *    MAESTRO: CLAVE, IMAGEN ANTERIOR (EN BLANCO PARA UNA         *
      *    ADICION), IMAGEN NUEVA, FECHA, HORA, SESION Y SECUENCIA.    *
      *    SI LA BITACORA NO SE PUDO ABRIR, LA ENTRADA SE PIERDE SIN   *
      *    DETENER EL PROCESO                                          *
      *----------------------------------------------------------------*
       7700-ESCRIBIR-JOURNAL.
           IF WFS-JOURNAL = '00'
               ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
               ACCEPT WCH-HORA-SISTEMA FROM TIME
               MOVE WCH-FECHA-SISTEMA TO JRN-FECHA
               MOVE WCH-HORA-SISTEMA (1:6) TO JRN-HORA
               MOVE WZD-SESION-ID TO JRN-SESION
               ADD 1 TO WCT-JRN-SECUENCIA
               MOVE WCT-JRN-SECUENCIA TO JRN-SECUENCIA
               MOVE WJR-OPERACION TO JRN-OPERACION
               MOVE REG-CLAVE-MAESTRO IN REG-ARCH-MAESTRO
                   TO JRN-CLAVE
               MOVE WJR-IMAGEN-ANTERIOR TO JRN-IMAGEN-ANTERIOR
               MOVE REG-ARCH-MAESTRO TO JRN-IMAGEN-NUEVA
               WRITE REG-ARCH-JOURNAL
           END-IF
           .

      *----------------------------------------------------------------*
      * 7500-ESCRIBIR-MOVIMIENTO                                       *
      *    GRABAR UN MOVIMIENTO DE KARDEX CON LOS DATOS DEJADOS EN     *
      *    WCH-MOVIMIENTO. EL ARCHIVO DEBE ESTAR ABIERTO (7400); SI    *
      *    NO SE PUDO ABRIR, EL MOVIMIENTO SE PIERDE SIN DETENER EL    *
      *    PROCESO                                                     *
      *----------------------------------------------------------------*
       7500-ESCRIBIR-MOVIMIENTO.
           IF WFS-MOVIMIENTOS = '00'
               ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE WCH-FECHA-SISTEMA TO MOV-FECHA
               MOVE WMV-COD-ARTICULO TO MOV-COD-ARTICULO
               MOVE WMV-COD-BODEGA TO MOV-COD-BODEGA
               MOVE WMV-CANT-ANTERIOR TO MOV-CANT-ANTERIOR
               MOVE WMV-CANT-NUEVA TO MOV-CANT-NUEVA
               COMPUTE MOV-DELTA =
                       WMV-CANT-NUEVA - WMV-CANT-ANTERIOR
               MOVE WMV-ORIGEN TO MOV-ORIGEN
               MOVE WZD-OPER-CODIGO TO MOV-OPERADOR
               MOVE WMV-COSTO-ANTERIOR TO MOV-COSTO-ANTERIOR
               MOVE WMV-COSTO-NUEVO TO MOV-COSTO-NUEVO
               WRITE REG-ARCH-MOVIMIENTO
           END-IF
           .

      *----------------------------------------------------------------*
      * 7800-PROCESAR-SALIDAS                                          *
      *    DESCONTAR DEL MAESTRO LAS SALIDAS DIARIAS DEL ARCHIVO DE    *
      *    SALIDAS (ARTICULO, BODEGA, CANTIDAD Y REFERENCIA DEL        *
      *    DOCUMENTO). LO QUE DEJARIA STOCK NEGATIVO, TOCA UN          *
      *    ARTICULO DE BAJA O NO EXISTE SE GRABA EN EL ARCHIVO DE      *
      *    RECHAZOS CON SU MOTIVO Y SE IMPRIME EL RESUMEN. CADA        *
      *    SALIDA APLICADA DEJA MOVIMIENTO DE KARDEX CON ORIGEN S      *
      *    Y SE DESCUENTA DEL LOTE INDICADO O, SIN LOTE, DE LOS        *
      *    LOTES DE LA CLAVE POR VENCIMIENTO (EL MAS ANTIGUO PRIMERO)  *
      *----------------------------------------------------------------*
       7800-PROCESAR-SALIDAS.
           MOVE ZERO TO WCT-SAL-LEIDAS
           MOVE ZERO TO WCT-SAL-APLICADAS
           MOVE ZERO TO WCT-SAL-ART-BLANCO
           MOVE ZERO TO WCT-SAL-CANT-NONUM
           MOVE ZERO TO WCT-SAL-NO-EXISTE
           MOVE ZERO TO WCT-SAL-DE-BAJA
           MOVE ZERO TO WCT-SAL-SIN-STOCK
           MOVE ZERO TO WCT-SAL-LOTE-NO-EXISTE
           MOVE ZERO TO WCT-SAL-LOTE-SIN-SALDO
           MOVE ZERO TO WCT-SAL-BOD-NO-EXISTE
           MOVE ZERO TO WCT-SAL-BOD-CERRADA
           MOVE ZERO TO WCT-SAL-COMPROMETIDO
           MOVE ZERO TO WCT-RSV-CONSUMIDAS
           MOVE ZERO TO WCT-SAL-RECHAZADAS
           MOVE 'N' TO WSW-FIN-SALIDAS
           MOVE 'N' TO WSW-ERROR-SALIDAS
           OPEN INPUT ARCH-SALIDAS
           IF WFS-SALIDAS NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO DE SALIDAS'
               MOVE 'S' TO WSW-ERROR-SALIDAS
           ELSE
               OPEN OUTPUT ARCH-RECH-SALIDAS
               IF WFS-RECH-SALIDAS NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO DE '
                           'RECHAZOS DE SALIDAS'
                   MOVE 'S' TO WSW-ERROR-SALIDAS
               ELSE
                   OPEN I-O ARCH-MAESTRO
                   IF WFS-MAESTRO NOT = '00'
                       DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE '
                               'INVENTARIO'
                       MOVE 'S' TO WSW-ERROR-SALIDAS
                   ELSE
                       PERFORM 7400-ABRIR-MOVIMIENTOS
                       PERFORM 7210-ABRIR-LOTES
                       PERFORM 5760-ABRIR-BODEGAS-CONSULTA
                       PERFORM 9005-ABRIR-RESERVAS
                       IF RESERVAS-ABIERTO
                           PERFORM 9010-LIBERAR-RESERVAS-VENCIDAS
                       ELSE
                           DISPLAY '*  SALIDAS SIN RESERVAS: NO SE '
                                   'DESCUENTA LO COMPROMETIDO'
                       END-IF
                       PERFORM 7830-LEER-REGISTRO-SALIDA
                       PERFORM UNTIL FIN-SALIDAS
                           PERFORM 7820-APLICAR-SALIDA
                           PERFORM 7830-LEER-REGISTRO-SALIDA
                       END-PERFORM
                       PERFORM 9008-CERRAR-RESERVAS
                       PERFORM 5765-CERRAR-BODEGAS-CONSULTA
                       PERFORM 7215-CERRAR-LOTES
                       PERFORM 7450-CERRAR-BITACORAS
                       CLOSE ARCH-MAESTRO
                   END-IF
                   CLOSE ARCH-RECH-SALIDAS
               END-IF
               CLOSE ARCH-SALIDAS
           END-IF
           IF NOT ERROR-SALIDAS
               PERFORM 7860-IMPRIMIR-RESUMEN-SALIDAS
               DISPLAY '*  SALIDAS LEIDAS : ' WCT-SAL-LEIDAS
               DISPLAY '*  SALIDAS APLICADAS : ' WCT-SAL-APLICADAS
               DISPLAY '*  SALIDAS RECHAZADAS : ' WCT-SAL-RECHAZADAS
           END-IF
           .

      *----------------------------------------------------------------*
      * 7820-APLICAR-SALIDA                                            *
      *    CRITICAR Y APLICAR UNA SALIDA: EL PRIMER ERROR ENCONTRADO   *
      *    DETERMINA EL MOTIVO DE RECHAZO; SI TODO ESTA BIEN SE        *
      *    DESCUENTA LA CANTIDAD DEL MAESTRO                           *
      *----------------------------------------------------------------*
       7820-APLICAR-SALIDA.
           ADD 1 TO WCT-SAL-LEIDAS
           MOVE SPACES TO WZD-MOTIVO-RECH-SAL
           MOVE SAL-COD-BODEGA TO WZD-BOD-VALIDAR
           PERFORM 5770-VALIDAR-BODEGA
           EVALUATE TRUE
               WHEN SAL-COD-ARTICULO = SPACES
                   SET RECH-SAL-ART-BLANCO TO TRUE
               WHEN SAL-CANTIDAD IS NOT NUMERIC
                   SET RECH-SAL-CANT-NONUM TO TRUE
               WHEN BOD-VAL-NO-EXISTE
                   SET RECH-SAL-BOD-NO-EXISTE TO TRUE
               WHEN BOD-VAL-CERRADA
                   SET RECH-SAL-BOD-CERRADA TO TRUE
           END-EVALUATE
           IF WZD-MOTIVO-RECH-SAL = SPACES
               PERFORM 7825-DESCONTAR-SALIDA-MAESTRO
           END-IF
           IF WZD-MOTIVO-RECH-SAL NOT = SPACES
               PERFORM 7840-RECHAZAR-SALIDA
           END-IF
           .

      *----------------------------------------------------------------*
      * 7825-DESCONTAR-SALIDA-MAESTRO                                  *
      *----------------------------------------------------------------*
       7825-DESCONTAR-SALIDA-MAESTRO.
           MOVE SAL-COD-ARTICULO TO
                   REG-COD-ARTICULO IN REG-ARCH-MAESTRO
           MOVE SAL-COD-BODEGA TO
                   REG-COD-BODEGA IN REG-ARCH-MAESTRO
           READ ARCH-MAESTRO
               INVALID KEY
                   SET RECH-SAL-NO-EXISTE TO TRUE
               NOT INVALID KEY
                   PERFORM 9080-DISPONIBLE-SALIDA
                   PERFORM 7260-VALIDAR-LOTE-SALIDA
                   EVALUATE TRUE
                       WHEN ARTICULO-DE-BAJA IN REG-ARCH-MAESTRO
                           SET RECH-SAL-DE-BAJA TO TRUE
                       WHEN REG-CANTIDAD IN REG-ARCH-MAESTRO <
                               SAL-CANTIDAD
                           SET RECH-SAL-SIN-STOCK TO TRUE
                       WHEN WZD-RSV-DISPONIBLE < SAL-CANTIDAD
                           SET RECH-SAL-COMPROMETIDO TO TRUE
                       WHEN LOTE-SALIDA-NO-EXISTE
                           SET RECH-SAL-LOTE-NO-EXISTE TO TRUE
                       WHEN LOTE-SALIDA-SIN-SALDO
                           SET RECH-SAL-LOTE-SIN-SALDO TO TRUE
                       WHEN OTHER
                           MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO
                               TO WMV-CANT-ANTERIOR
                           MOVE REG-ARCH-MAESTRO TO WJR-IMAGEN-ANTERIOR
                           SUBTRACT SAL-CANTIDAD
                               FROM REG-CANTIDAD IN REG-ARCH-MAESTRO
                           REWRITE REG-ARCH-MAESTRO
                               INVALID KEY
                                   DISPLAY '*  NO SE PUDO DESCONTAR '
                                           'LA SALIDA DEL ARTICULO: '
                                           SAL-COD-ARTICULO
                               NOT INVALID KEY
                                   ADD 1 TO WCT-SAL-APLICADAS
                                   MOVE 'C' TO WJR-OPERACION
                                   PERFORM 7700-ESCRIBIR-JOURNAL
                                   MOVE SAL-COD-ARTICULO
                                       TO WMV-COD-ARTICULO
                                   MOVE SAL-COD-BODEGA
                                       TO WMV-COD-BODEGA
                                   MOVE REG-CANTIDAD
                                           IN REG-ARCH-MAESTRO
                                       TO WMV-CANT-NUEVA
                                   MOVE REG-COSTO-UNIT
                                           IN REG-ARCH-MAESTRO
                                       TO WMV-COSTO-ANTERIOR
                                   MOVE REG-COSTO-UNIT
                                           IN REG-ARCH-MAESTRO
                                       TO WMV-COSTO-NUEVO
                                   MOVE 'S' TO WMV-ORIGEN
                                   PERFORM 7500-ESCRIBIR-MOVIMIENTO
                                   PERFORM 7270-CONSUMIR-LOTES-SALIDA
                                   PERFORM 9085-CONSUMIR-RESERVA-SALIDA
                           END-REWRITE
                   END-EVALUATE
           END-READ
           .

      *----------------------------------------------------------------*
      * 7830-LEER-REGISTRO-SALIDA                                      *
      *----------------------------------------------------------------*
       7830-LEER-REGISTRO-SALIDA.
           READ ARCH-SALIDAS
               AT END
                   MOVE 'S' TO WSW-FIN-SALIDAS
           END-READ
           .

      *----------------------------------------------------------------*
      * 7840-RECHAZAR-SALIDA                                           *
      *    GRABAR LA SALIDA RECHAZADA CON SU MOTIVO, PARA DEVOLVERLA   *
      *    A BODEGA, Y ACUMULAR LOS CONTADORES DEL RESUMEN IMPRESO     *
      *----------------------------------------------------------------*
       7840-RECHAZAR-SALIDA.
           MOVE REG-ARCH-SALIDA TO RSL-REGISTRO-ORIGINAL
           MOVE WZD-MOTIVO-RECH-SAL TO RSL-COD-MOTIVO
           WRITE REG-ARCH-RECH-SALIDA
           EVALUATE TRUE
               WHEN RECH-SAL-ART-BLANCO
                   ADD 1 TO WCT-SAL-ART-BLANCO
               WHEN RECH-SAL-CANT-NONUM
                   ADD 1 TO WCT-SAL-CANT-NONUM
               WHEN RECH-SAL-NO-EXISTE
                   ADD 1 TO WCT-SAL-NO-EXISTE
               WHEN RECH-SAL-DE-BAJA
                   ADD 1 TO WCT-SAL-DE-BAJA
               WHEN RECH-SAL-SIN-STOCK
                   ADD 1 TO WCT-SAL-SIN-STOCK
               WHEN RECH-SAL-LOTE-NO-EXISTE
                   ADD 1 TO WCT-SAL-LOTE-NO-EXISTE
               WHEN RECH-SAL-LOTE-SIN-SALDO
                   ADD 1 TO WCT-SAL-LOTE-SIN-SALDO
               WHEN RECH-SAL-BOD-NO-EXISTE
                   ADD 1 TO WCT-SAL-BOD-NO-EXISTE
               WHEN RECH-SAL-BOD-CERRADA
                   ADD 1 TO WCT-SAL-BOD-CERRADA
               WHEN RECH-SAL-COMPROMETIDO
                   ADD 1 TO WCT-SAL-COMPROMETIDO
           END-EVALUATE
           ADD 1 TO WCT-SAL-RECHAZADAS
           .

      *----------------------------------------------------------------*
      * 7860-IMPRIMIR-RESUMEN-SALIDAS                                  *
      *    IMPRIMIR EL RESUMEN DEL PROCESO DE SALIDAS CON EL CONTEO    *
      *    DE RECHAZOS POR MOTIVO, COMO EL RESUMEN DE LA CARGA         *
      *----------------------------------------------------------------*
       7860-IMPRIMIR-RESUMEN-SALIDAS.
           OPEN OUTPUT ARCH-REP-SALIDAS
           IF WFS-REP-SALIDAS NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL RESUMEN DE SALIDAS'
           ELSE
               PERFORM 7870-IMPRIMIR-DETALLE-SALIDAS
               CLOSE ARCH-REP-SALIDAS
           END-IF
           .

      *----------------------------------------------------------------*
      * 7870-IMPRIMIR-DETALLE-SALIDAS                                  *
      *----------------------------------------------------------------*
       7870-IMPRIMIR-DETALLE-SALIDAS.
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ARCH-REP-SALIDAS FROM WCH-LIN-TIT-SALIDAS
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-MES    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-SALIDAS FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-SALIDAS
           WRITE REG-ARCH-REP-SALIDAS
               AFTER ADVANCING 1 LINE
           MOVE 'SALIDAS LEIDAS' TO LR-MOTIVO
           MOVE WCT-SAL-LEIDAS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-SALIDAS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'SALIDAS APLICADAS AL MAESTRO' TO LR-MOTIVO
           MOVE WCT-SAL-APLICADAS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-SALIDAS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'CODIGO DE ARTICULO EN BLANCO (01)' TO LR-MOTIVO
           MOVE WCT-SAL-ART-BLANCO TO LR-CANTIDAD
           WRITE REG-ARCH-REP-SALIDAS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'CANTIDAD NO NUMERICA (02)' TO LR-MOTIVO
           MOVE WCT-SAL-CANT-NONUM TO LR-CANTIDAD
           WRITE REG-ARCH-REP-SALIDAS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'ARTICULO NO EXISTE EN LA BODEGA (03)' TO LR-MOTIVO
           MOVE WCT-SAL-NO-EXISTE TO LR-CANTIDAD
           WRITE REG-ARCH-REP-SALIDAS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'ARTICULO DADO DE BAJA (04)' TO LR-MOTIVO
           MOVE WCT-SAL-DE-BAJA TO LR-CANTIDAD
           WRITE REG-ARCH-REP-SALIDAS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'STOCK INSUFICIENTE (05)' TO LR-MOTIVO
           MOVE WCT-SAL-SIN-STOCK TO LR-CANTIDAD
           WRITE REG-ARCH-REP-SALIDAS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'LOTE NO EXISTE EN LA BODEGA (06)' TO LR-MOTIVO
           MOVE WCT-SAL-LOTE-NO-EXISTE TO LR-CANTIDAD
           WRITE REG-ARCH-REP-SALIDAS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'SALDO DEL LOTE INSUFICIENTE (07)' TO LR-MOTIVO
           MOVE WCT-SAL-LOTE-SIN-SALDO TO LR-CANTIDAD
           WRITE REG-ARCH-REP-SALIDAS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'BODEGA NO EXISTE (08)' TO LR-MOTIVO
           MOVE WCT-SAL-BOD-NO-EXISTE TO LR-CANTIDAD
           WRITE REG-ARCH-REP-SALIDAS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'BODEGA CERRADA (09)' TO LR-MOTIVO
           MOVE WCT-SAL-BOD-CERRADA TO LR-CANTIDAD
           WRITE REG-ARCH-REP-SALIDAS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'STOCK COMPROMETIDO EN RESERVAS (10)' TO LR-MOTIVO
           MOVE WCT-SAL-COMPROMETIDO TO LR-CANTIDAD
           WRITE REG-ARCH-REP-SALIDAS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL DE SALIDAS RECHAZADAS' TO LR-MOTIVO
           MOVE WCT-SAL-RECHAZADAS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-SALIDAS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 2 LINES
           MOVE 'SALIDAS QUE CONSUMIERON RESERVA' TO LR-MOTIVO
           MOVE WCT-RSV-CONSUMIDAS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-SALIDAS FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           .

      *----------------------------------------------------------------*
      * 7900-ARCHIVAR-KARDEX                                           *
      *    PASAR CADA MOVIMIENTO DE KARDEX ANTERIOR A LA FECHA DE      *
      *    CORTE A LA GENERACION ANUAL DEL ANO DE SU PROPIA FECHA      *
      *    (KDXAAAAA) Y REESCRIBIR MOVKDX SOLO CON LO RECIENTE,        *
      *    IMPRIMIENDO EL RESUMEN DE LO ARCHIVADO (MOVIMIENTOS Y       *
      *    UNIDADES POR ORIGEN). EN LOTE SIN PARAMETRO SE ARCHIVA      *
      *    TODO LO ANTERIOR AL PRIMERO DE ENERO DEL ANO EN CURSO       *
      *----------------------------------------------------------------*
       7900-ARCHIVAR-KARDEX.
           MOVE ZERO TO WCT-ARC-ARCHIVADOS
           MOVE ZERO TO WCT-ARC-CONSERVADOS
           MOVE 1 TO WZD-ARC-IDX
           PERFORM UNTIL WZD-ARC-IDX > 9
               MOVE ZERO TO ARC-CNT-MOVIMIENTOS (WZD-ARC-IDX)
               MOVE ZERO TO ARC-CNT-UNIDADES (WZD-ARC-IDX)
               ADD 1 TO WZD-ARC-IDX
           END-PERFORM
           MOVE 'N' TO WSW-ERROR-ARCHIVO-KDX
           MOVE 'N' TO WSW-FIN-MOVIMIENTOS
           IF MODO-INTERACTIVO
               DISPLAY '*  Fecha de corte (AAAAMMDD) -> '
                   WITH NO ADVANCING
               ACCEPT WZD-ARC-FECHA-ALFA
               IF WZD-ARC-FECHA-ALFA IS NUMERIC
                   MOVE WZD-ARC-FECHA-ALFA TO WZD-ARC-FECHA-CORTE
               ELSE
                   MOVE ZERO TO WZD-ARC-FECHA-CORTE
               END-IF
           ELSE
               IF WZD-ARC-FECHA-CORTE = ZERO
                   ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
                   COMPUTE WZD-ARC-FECHA-CORTE =
                           WFC-ANIO * 10000 + 101
               END-IF
           END-IF
           IF WZD-ARC-FECHA-CORTE = ZERO
               DISPLAY '*  FECHA DE CORTE INVALIDA, NO SE ARCHIVA'
               MOVE 'S' TO WSW-ERROR-ARCHIVO-KDX
           ELSE
               MOVE ZERO TO WZD-ANIO-ABIERTO-KDX
               OPEN INPUT ARCH-MOVIMIENTOS
               IF WFS-MOVIMIENTOS NOT = '00'
                   DISPLAY '*  NO HAY MOVIMIENTOS REGISTRADOS'
               ELSE
                   OPEN OUTPUT ARCH-MOV-DEPURADO
                   IF WFS-MOV-DEPURADO NOT = '00'
                       DISPLAY '*  NO SE PUDO ABRIR EL KARDEX '
                               'DEPURADO DE TRABAJO'
                       MOVE 'S' TO WSW-ERROR-ARCHIVO-KDX
                   ELSE
                       PERFORM 6600-LEER-MOVIMIENTO
                       PERFORM UNTIL FIN-MOVIMIENTOS
                               OR ERROR-ARCHIVO-KDX
                           PERFORM 7910-CLASIFICAR-MOVIMIENTO
                           PERFORM 6600-LEER-MOVIMIENTO
                       END-PERFORM
                       CLOSE ARCH-MOV-DEPURADO
                   END-IF
                   IF WZD-ANIO-ABIERTO-KDX NOT = ZERO
                       CLOSE ARCH-KDX-ARCHIVO
                       MOVE ZERO TO WZD-ANIO-ABIERTO-KDX
                   END-IF
                   CLOSE ARCH-MOVIMIENTOS
                   IF NOT ERROR-ARCHIVO-KDX
                       PERFORM 7930-REESCRIBIR-MOVIMIENTOS
                   END-IF
                   IF NOT ERROR-ARCHIVO-KDX
                       PERFORM 7940-IMPRIMIR-RESUMEN-ARCHIVO
                       DISPLAY '*  MOVIMIENTOS ARCHIVADOS : '
                               WCT-ARC-ARCHIVADOS
                       DISPLAY '*  MOVIMIENTOS CONSERVADOS : '
                               WCT-ARC-CONSERVADOS
                   END-IF
               END-IF
           END-IF
           MOVE ZERO TO WZD-ARC-FECHA-CORTE
           .

      *----------------------------------------------------------------*
      * 7910-CLASIFICAR-MOVIMIENTO                                     *
      *    CADA MOVIMIENTO ANTERIOR AL CORTE SE GRABA EN LA            *
      *    GENERACION ANUAL DEL ANO DE SU PROPIA FECHA, ABRIENDO LA    *
      *    GENERACION QUE CORRESPONDA CUANDO CAMBIA EL ANO             *
      *----------------------------------------------------------------*
       7910-CLASIFICAR-MOVIMIENTO.
           IF MOV-FECHA < WZD-ARC-FECHA-CORTE
               MOVE MOV-FECHA (1:4) TO WZD-ANIO-ARCHIVO-KDX
               IF WZD-ANIO-ARCHIVO-KDX NOT = WZD-ANIO-ABIERTO-KDX
                   PERFORM 7955-CAMBIAR-ARCHIVO-ANUAL
               END-IF
               IF NOT ERROR-ARCHIVO-KDX
                   WRITE REG-ARCH-KDX-ARCHIVO FROM REG-ARCH-MOVIMIENTO
                   ADD 1 TO WCT-ARC-ARCHIVADOS
                   PERFORM 7920-ACUMULAR-ORIGEN-ARCHIVO
               END-IF
           ELSE
               WRITE REG-ARCH-MOV-DEPURADO FROM REG-ARCH-MOVIMIENTO
               ADD 1 TO WCT-ARC-CONSERVADOS
           END-IF
           .

      *----------------------------------------------------------------*
      * 7955-CAMBIAR-ARCHIVO-ANUAL                                     *
      *----------------------------------------------------------------*
       7955-CAMBIAR-ARCHIVO-ANUAL.
           IF WZD-ANIO-ABIERTO-KDX NOT = ZERO
               CLOSE ARCH-KDX-ARCHIVO
               MOVE ZERO TO WZD-ANIO-ABIERTO-KDX
           END-IF
           PERFORM 7990-ARMAR-NOMBRE-ARCHIVO-KDX
           PERFORM 7950-ABRIR-ARCHIVO-ANUAL
           IF NOT ERROR-ARCHIVO-KDX
               MOVE WZD-ANIO-ARCHIVO-KDX TO WZD-ANIO-ABIERTO-KDX
           END-IF
           .

      *----------------------------------------------------------------*
      * 7920-ACUMULAR-ORIGEN-ARCHIVO                                   *
      *    ACUMULAR EL MOVIMIENTO ARCHIVADO EN EL CONTADOR DE SU       *
      *    ORIGEN (LA ULTIMA ENTRADA DE LA TABLA RECOGE LOS ORIGENES   *
      *    DESCONOCIDOS)                                               *
      *----------------------------------------------------------------*
       7920-ACUMULAR-ORIGEN-ARCHIVO.
           IF MOV-DELTA < ZERO
               COMPUTE WZD-ARC-DELTA-ABS = ZERO - MOV-DELTA
           ELSE
               MOVE MOV-DELTA TO WZD-ARC-DELTA-ABS
           END-IF
           MOVE 1 TO WZD-ARC-IDX
           PERFORM UNTIL WZD-ARC-IDX >= 9
               OR ARC-ORI-CODIGO (WZD-ARC-IDX) = MOV-ORIGEN
               ADD 1 TO WZD-ARC-IDX
           END-PERFORM
           ADD 1 TO ARC-CNT-MOVIMIENTOS (WZD-ARC-IDX)
           ADD WZD-ARC-DELTA-ABS TO ARC-CNT-UNIDADES (WZD-ARC-IDX)
           .

      *----------------------------------------------------------------*
      * 7930-REESCRIBIR-MOVIMIENTOS                                    *
      *    REEMPLAZAR MOVKDX CON LOS MOVIMIENTOS CONSERVADOS DEL       *
      *    ARCHIVO DE TRABAJO DEPURADO                                 *
      *----------------------------------------------------------------*
       7930-REESCRIBIR-MOVIMIENTOS.
           MOVE 'N' TO WSW-FIN-MOV-DEPURADO
           OPEN INPUT ARCH-MOV-DEPURADO
           IF WFS-MOV-DEPURADO NOT = '00'
               DISPLAY '*  NO SE PUDO RELEER EL KARDEX DEPURADO'
               MOVE 'S' TO WSW-ERROR-ARCHIVO-KDX
           ELSE
               OPEN OUTPUT ARCH-MOVIMIENTOS
               IF WFS-MOVIMIENTOS NOT = '00'
                   DISPLAY '*  NO SE PUDO REESCRIBIR EL KARDEX'
                   MOVE 'S' TO WSW-ERROR-ARCHIVO-KDX
               ELSE
                   PERFORM 7935-LEER-MOV-DEPURADO
                   PERFORM UNTIL FIN-MOV-DEPURADO
                       WRITE REG-ARCH-MOVIMIENTO
                           FROM REG-ARCH-MOV-DEPURADO
                       PERFORM 7935-LEER-MOV-DEPURADO
                   END-PERFORM
                   CLOSE ARCH-MOVIMIENTOS
               END-IF
               CLOSE ARCH-MOV-DEPURADO
           END-IF
           .

      *----------------------------------------------------------------*
      * 7935-LEER-MOV-DEPURADO                                         *
      *----------------------------------------------------------------*
       7935-LEER-MOV-DEPURADO.
           READ ARCH-MOV-DEPURADO
               AT END
                   MOVE 'S' TO WSW-FIN-MOV-DEPURADO
           END-READ
           .

      *----------------------------------------------------------------*
      * 7940-IMPRIMIR-RESUMEN-ARCHIVO                                  *
      *----------------------------------------------------------------*
       7940-IMPRIMIR-RESUMEN-ARCHIVO.
           OPEN OUTPUT ARCH-REP-ARCHIVO
           IF WFS-REP-ARCHIVO NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL RESUMEN DE ARCHIVO'
           ELSE
               ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
               WRITE REG-ARCH-REP-ARCHIVO FROM WCH-LIN-TIT-ARCHIVO
                   AFTER ADVANCING PAGE
               MOVE SPACES TO LF-FECHA
               STRING WFC-DIA    DELIMITED BY SIZE
                      '/'        DELIMITED BY SIZE
                      WFC-MES    DELIMITED BY SIZE
                      '/'        DELIMITED BY SIZE
                      WFC-ANIO   DELIMITED BY SIZE
                   INTO LF-FECHA
               WRITE REG-ARCH-REP-ARCHIVO FROM WCH-LIN-FECHA
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO REG-ARCH-REP-ARCHIVO
               WRITE REG-ARCH-REP-ARCHIVO
                   AFTER ADVANCING 1 LINE
               WRITE REG-ARCH-REP-ARCHIVO FROM WCH-LIN-ENC-ARCHIVO
                   AFTER ADVANCING 1 LINE
               MOVE 1 TO WZD-ARC-IDX
               PERFORM UNTIL WZD-ARC-IDX > 9
                   MOVE ARC-ORI-NOMBRE (WZD-ARC-IDX) TO LAK-ORIGEN
                   MOVE ARC-CNT-MOVIMIENTOS (WZD-ARC-IDX)
                       TO LAK-MOVIMIENTOS
                   MOVE ARC-CNT-UNIDADES (WZD-ARC-IDX)
                       TO LAK-UNIDADES
                   WRITE REG-ARCH-REP-ARCHIVO FROM WCH-LIN-DET-ARCHIVO
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WZD-ARC-IDX
               END-PERFORM
               MOVE 'TOTAL ARCHIVADO' TO LAK-ORIGEN
               MOVE WCT-ARC-ARCHIVADOS TO LAK-MOVIMIENTOS
               MOVE ZERO TO LAK-UNIDADES
               WRITE REG-ARCH-REP-ARCHIVO FROM WCH-LIN-DET-ARCHIVO
                   AFTER ADVANCING 2 LINES
               CLOSE ARCH-REP-ARCHIVO
           END-IF
           .

      *----------------------------------------------------------------*
      * 7950-ABRIR-ARCHIVO-ANUAL                                       *
      *    ABRIR EN EXTEND LA GENERACION ANUAL DEL KARDEX ARCHIVADO,   *
      *    CREANDOLA SI AUN NO EXISTE                                  *
      *----------------------------------------------------------------*
       7950-ABRIR-ARCHIVO-ANUAL.
           OPEN EXTEND ARCH-KDX-ARCHIVO
           IF WFS-KDX-ARCHIVO NOT = '00'
               OPEN OUTPUT ARCH-KDX-ARCHIVO
           END-IF
           IF WFS-KDX-ARCHIVO NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO ANUAL DE '
                       'KARDEX: ' WZD-NOMBRE-ARCHIVO-KDX
               MOVE 'S' TO WSW-ERROR-ARCHIVO-KDX
           END-IF
           .

      *----------------------------------------------------------------*
      * 7960-INCLUIR-ARCHIVO-KARDEX                                    *
      *    RECORRER LAS GENERACIONES ANUALES DEL KARDEX ARCHIVADO      *
      *    QUE CUBRE EL RANGO DE FECHAS PEDIDO, IMPRIMIENDO EN EL      *
      *    REPORTE LOS MOVIMIENTOS QUE PASAN EL MISMO FILTRO DEL       *
      *    KARDEX EN LINEA. SIN FECHA DESDE SE RECORRE DESDE LA        *
      *    PRIMERA GENERACION POSIBLE DEL SISTEMA                      *
      *----------------------------------------------------------------*
       7960-INCLUIR-ARCHIVO-KARDEX.
           MOVE WZD-KDX-FECHA-DESDE (1:4) TO WZD-KDX-ANIO-DESDE
           IF WZD-KDX-ANIO-DESDE = ZERO
               MOVE WCN-PRIMER-ANIO-KDX TO WZD-KDX-ANIO-DESDE
           END-IF
           IF WZD-KDX-FECHA-HASTA = 99999999
               ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE WFC-ANIO TO WZD-KDX-ANIO-HASTA
           ELSE
               MOVE WZD-KDX-FECHA-HASTA (1:4) TO WZD-KDX-ANIO-HASTA
           END-IF
           PERFORM 7965-PROCESAR-ARCHIVO-ANUAL
               VARYING WZD-ANIO-ARCHIVO-KDX
               FROM WZD-KDX-ANIO-DESDE BY 1
               UNTIL WZD-ANIO-ARCHIVO-KDX > WZD-KDX-ANIO-HASTA
           .

      *----------------------------------------------------------------*
      * 7965-PROCESAR-ARCHIVO-ANUAL                                    *
      *----------------------------------------------------------------*
       7965-PROCESAR-ARCHIVO-ANUAL.
           PERFORM 7990-ARMAR-NOMBRE-ARCHIVO-KDX
           MOVE 'N' TO WSW-FIN-KDX-ARCHIVO
           OPEN INPUT ARCH-KDX-ARCHIVO
           IF WFS-KDX-ARCHIVO = '00'
               PERFORM 7968-LEER-ARCHIVO-ANUAL
               PERFORM UNTIL FIN-KDX-ARCHIVO
                   MOVE REG-ARCH-KDX-ARCHIVO TO REG-ARCH-MOVIMIENTO
                   PERFORM 6700-IMPRIMIR-MOVIMIENTO
                   PERFORM 7968-LEER-ARCHIVO-ANUAL
               END-PERFORM
               CLOSE ARCH-KDX-ARCHIVO
           END-IF
           .

      *----------------------------------------------------------------*
      * 7968-LEER-ARCHIVO-ANUAL                                        *
      *----------------------------------------------------------------*
       7968-LEER-ARCHIVO-ANUAL.
           READ ARCH-KDX-ARCHIVO
               AT END
                   MOVE 'S' TO WSW-FIN-KDX-ARCHIVO
           END-READ
           .

      *----------------------------------------------------------------*
      * 7990-ARMAR-NOMBRE-ARCHIVO-KDX                                  *
      *    CONSTRUIR EL NOMBRE DE LA GENERACION ANUAL DEL KARDEX       *
      *    ARCHIVADO (KDXAAAAA) Y APUNTAR A ELLA EL NOMBRE LOGICO      *
      *    KDXARCH ANTES DE ABRIR EL ARCHIVO                           *
      *----------------------------------------------------------------*
       7990-ARMAR-NOMBRE-ARCHIVO-KDX.
           MOVE SPACES TO WZD-NOMBRE-ARCHIVO-KDX
           STRING 'KDXA'                DELIMITED BY SIZE
                  WZD-ANIO-ARCHIVO-KDX  DELIMITED BY SIZE
               INTO WZD-NOMBRE-ARCHIVO-KDX
           DISPLAY 'KDXARCH' UPON ENVIRONMENT-NAME
           DISPLAY WZD-NOMBRE-ARCHIVO-KDX UPON ENVIRONMENT-VALUE
           .

      *----------------------------------------------------------------*
      * 8000-GENERAR-DIARIO                                            *
      *    GENERAR EL DIARIO CONTABLE DE INVENTARIO DE UN DIA: LOS     *
      *    MOVIMIENTOS DE KARDEX DE LA FECHA PEDIDA SE VALORIZAN AL    *
      *    COSTO (EL NUEVO DEL MOVIMIENTO, O EL ANTERIOR SI AQUEL      *
      *    VIENE EN CERO) Y SE RESUMEN POR ORIGEN: LOS DELTAS          *
      *    POSITIVOS VAN AL DEBE DEL INVENTARIO Y LOS NEGATIVOS AL     *
      *    HABER. LOS CAMBIOS DE COSTO SIN CAMBIO DE CANTIDAD          *
      *    (REVALUACION O COSTO CORREGIDO EN MANTENIMIENTO) SE         *
      *    VALORIZAN POR LA DIFERENCIA DE COSTO SOBRE LA EXISTENCIA    *
      *    Y VAN COMO REVALUO EN ALZA (DEBE) O EN BAJA (HABER). EL     *
      *    ARCHIVO LLEVA ENCABEZADO CON LA FECHA Y TOTALIZADOR CON     *
      *    CUENTA DE REGISTROS Y NETO DE CUADRE                        *
      *----------------------------------------------------------------*
       8000-GENERAR-DIARIO.
           MOVE ZERO TO WCT-DIA-MOVIMIENTOS
           MOVE ZERO TO WCT-DIA-REGISTROS
           MOVE ZERO TO WCT-DIA-TOT-DEBE
           MOVE ZERO TO WCT-DIA-TOT-HABER
           MOVE ZERO TO WCT-DIA-REV-ALZA
           MOVE ZERO TO WCT-DIA-REV-BAJA
           MOVE 1 TO WZD-DIA-IDX
           PERFORM UNTIL WZD-DIA-IDX > 9
               MOVE ZERO TO DIA-ACUM-DEBE (WZD-DIA-IDX)
               MOVE ZERO TO DIA-ACUM-HABER (WZD-DIA-IDX)
               ADD 1 TO WZD-DIA-IDX
           END-PERFORM
           MOVE 'N' TO WSW-ERROR-DIARIO
           MOVE 'N' TO WSW-FIN-MOVIMIENTOS
           IF MODO-INTERACTIVO
               DISPLAY '*  Fecha del diario (AAAAMMDD, vacio=hoy) -> '
                   WITH NO ADVANCING
               ACCEPT WZD-DIA-FECHA-ALFA
               IF WZD-DIA-FECHA-ALFA IS NUMERIC
                   MOVE WZD-DIA-FECHA-ALFA TO WZD-DIA-FECHA
               ELSE
                   MOVE ZERO TO WZD-DIA-FECHA
               END-IF
           END-IF
           IF WZD-DIA-FECHA = ZERO
               ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE WCH-FECHA-SISTEMA TO WZD-DIA-FECHA
           END-IF
           OPEN INPUT ARCH-MOVIMIENTOS
           IF WFS-MOVIMIENTOS NOT = '00'
               DISPLAY '*  NO HAY MOVIMIENTOS REGISTRADOS'
               MOVE 'S' TO WSW-ERROR-DIARIO
           ELSE
               OPEN OUTPUT ARCH-DIARIO
               IF WFS-DIARIO NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO DEL DIARIO'
                   MOVE 'S' TO WSW-ERROR-DIARIO
               ELSE
                   PERFORM 6600-LEER-MOVIMIENTO
                   PERFORM UNTIL FIN-MOVIMIENTOS
                       PERFORM 8020-ACUMULAR-MOVIMIENTO-DIARIO
                       PERFORM 6600-LEER-MOVIMIENTO
                   END-PERFORM
                   PERFORM 8040-ESCRIBIR-DIARIO
                   CLOSE ARCH-DIARIO
                   DISPLAY '*  DIARIO GENERADO: ' WCT-DIA-REGISTROS
                           ' ASIENTO(S) DE ' WCT-DIA-MOVIMIENTOS
                           ' MOVIMIENTO(S)'
               END-IF
               CLOSE ARCH-MOVIMIENTOS
           END-IF
           MOVE ZERO TO WZD-DIA-FECHA
           .

      *----------------------------------------------------------------*
      * 8020-ACUMULAR-MOVIMIENTO-DIARIO                                *
      *----------------------------------------------------------------*
       8020-ACUMULAR-MOVIMIENTO-DIARIO.
           IF MOV-FECHA = WZD-DIA-FECHA
               AND MOV-DELTA = ZERO
               AND MOV-COSTO-NUEVO NOT = MOV-COSTO-ANTERIOR
               PERFORM 8030-ACUMULAR-REVALUO-DIARIO
           END-IF
           IF MOV-FECHA = WZD-DIA-FECHA
               AND MOV-DELTA NOT = ZERO
               ADD 1 TO WCT-DIA-MOVIMIENTOS
               IF MOV-COSTO-NUEVO > ZERO
                   MOVE MOV-COSTO-NUEVO TO WZD-DIA-COSTO
               ELSE
                   MOVE MOV-COSTO-ANTERIOR TO WZD-DIA-COSTO
               END-IF
               MOVE 1 TO WZD-DIA-IDX
               PERFORM UNTIL WZD-DIA-IDX >= 9
                   OR ARC-ORI-CODIGO (WZD-DIA-IDX) = MOV-ORIGEN
                   ADD 1 TO WZD-DIA-IDX
               END-PERFORM
               IF MOV-DELTA > ZERO
                   COMPUTE WZD-DIA-VALOR =
                           MOV-DELTA * WZD-DIA-COSTO
                   ADD WZD-DIA-VALOR
                       TO DIA-ACUM-DEBE (WZD-DIA-IDX)
               ELSE
                   COMPUTE WZD-DIA-VALOR =
                           (ZERO - MOV-DELTA) * WZD-DIA-COSTO
                   ADD WZD-DIA-VALOR
                       TO DIA-ACUM-HABER (WZD-DIA-IDX)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 8030-ACUMULAR-REVALUO-DIARIO                                   *
      *    VALORIZAR UN CAMBIO DE COSTO SIN CAMBIO DE CANTIDAD: LA     *
      *    EXISTENCIA POR LA DIFERENCIA DE COSTO VA AL REVALUO EN      *
      *    ALZA O EN BAJA                                              *
      *----------------------------------------------------------------*
       8030-ACUMULAR-REVALUO-DIARIO.
           ADD 1 TO WCT-DIA-MOVIMIENTOS
           IF MOV-COSTO-NUEVO > MOV-COSTO-ANTERIOR
               COMPUTE WZD-DIA-VALOR = MOV-CANT-NUEVA *
                       (MOV-COSTO-NUEVO - MOV-COSTO-ANTERIOR)
               ADD WZD-DIA-VALOR TO WCT-DIA-REV-ALZA
           ELSE
               COMPUTE WZD-DIA-VALOR = MOV-CANT-NUEVA *
                       (MOV-COSTO-ANTERIOR - MOV-COSTO-NUEVO)
               ADD WZD-DIA-VALOR TO WCT-DIA-REV-BAJA
           END-IF
           .

      *----------------------------------------------------------------*
      * 8040-ESCRIBIR-DIARIO                                           *
      *    ESCRIBIR EL ARCHIVO DEL DIARIO: ENCABEZADO CON LA FECHA,    *
      *    UN DETALLE POR CADA ORIGEN CON VALOR, LOS DETALLES DE       *
      *    REVALUO EN ALZA Y EN BAJA Y EL TOTALIZADOR DE CUADRE        *
      *    (REGISTROS, DEBE, HABER Y NETO)                             *
      *----------------------------------------------------------------*
       8040-ESCRIBIR-DIARIO.
           MOVE 'H' TO DIA-ENC-TIPO
           MOVE WZD-DIA-FECHA TO DIA-ENC-FECHA
           MOVE SPACES TO REG-DIA-ENCABEZADO (10:51)
           WRITE REG-DIA-ENCABEZADO
           MOVE 1 TO WZD-DIA-IDX
           PERFORM UNTIL WZD-DIA-IDX > 9
               IF DIA-ACUM-DEBE (WZD-DIA-IDX) > ZERO
                   OR DIA-ACUM-HABER (WZD-DIA-IDX) > ZERO
                   PERFORM 8050-ESCRIBIR-DETALLE-DIARIO
               END-IF
               ADD 1 TO WZD-DIA-IDX
           END-PERFORM
           IF WCT-DIA-REV-ALZA > ZERO
               MOVE 'REVALUO ALZA' TO DIA-DET-CONCEPTO
               MOVE WCT-DIA-REV-ALZA TO DIA-DET-DEBE
               MOVE ZERO TO DIA-DET-HABER
               PERFORM 8055-ESCRIBIR-REVALUO-DIARIO
           END-IF
           IF WCT-DIA-REV-BAJA > ZERO
               MOVE 'REVALUO BAJA' TO DIA-DET-CONCEPTO
               MOVE ZERO TO DIA-DET-DEBE
               MOVE WCT-DIA-REV-BAJA TO DIA-DET-HABER
               PERFORM 8055-ESCRIBIR-REVALUO-DIARIO
           END-IF
           MOVE 'T' TO DIA-TOT-TIPO
           MOVE WCT-DIA-REGISTROS TO DIA-TOT-REGISTROS
           MOVE WCT-DIA-TOT-DEBE TO DIA-TOT-DEBE
           MOVE WCT-DIA-TOT-HABER TO DIA-TOT-HABER
           COMPUTE WZD-DIA-NETO =
                   WCT-DIA-TOT-DEBE - WCT-DIA-TOT-HABER
           MOVE WZD-DIA-NETO TO DIA-TOT-NETO
           MOVE SPACES TO REG-DIA-TOTALIZADOR (55:6)
           WRITE REG-DIA-TOTALIZADOR
           .

      *----------------------------------------------------------------*
      * 8050-ESCRIBIR-DETALLE-DIARIO                                   *
      *----------------------------------------------------------------*
       8050-ESCRIBIR-DETALLE-DIARIO.
           MOVE 'D' TO DIA-DET-TIPO
           MOVE ARC-ORI-CODIGO (WZD-DIA-IDX) TO DIA-DET-ORIGEN
           MOVE ARC-ORI-NOMBRE (WZD-DIA-IDX) TO DIA-DET-CONCEPTO
           MOVE DIA-ACUM-DEBE (WZD-DIA-IDX) TO DIA-DET-DEBE
           MOVE DIA-ACUM-HABER (WZD-DIA-IDX) TO DIA-DET-HABER
           MOVE SPACES TO REG-DIA-DETALLE (42:19)
           WRITE REG-DIA-DETALLE
           ADD 1 TO WCT-DIA-REGISTROS
           ADD DIA-ACUM-DEBE (WZD-DIA-IDX) TO WCT-DIA-TOT-DEBE
           ADD DIA-ACUM-HABER (WZD-DIA-IDX) TO WCT-DIA-TOT-HABER
           .

      *----------------------------------------------------------------*
      * 8055-ESCRIBIR-REVALUO-DIARIO                                   *
      *    ESCRIBIR UN DETALLE DE REVALUO (ORIGEN V). EL CONCEPTO Y    *
      *    LOS VALORES LOS DEJA EL LLAMADOR                            *
      *----------------------------------------------------------------*
       8055-ESCRIBIR-REVALUO-DIARIO.
           MOVE 'D' TO DIA-DET-TIPO
           MOVE 'V' TO DIA-DET-ORIGEN
           MOVE SPACES TO REG-DIA-DETALLE (42:19)
           WRITE REG-DIA-DETALLE
           ADD 1 TO WCT-DIA-REGISTROS
           ADD DIA-DET-DEBE TO WCT-DIA-TOT-DEBE
           ADD DIA-DET-HABER TO WCT-DIA-TOT-HABER
           .

      *----------------------------------------------------------------*
      * 8100-REVALUACION-COSTOS                                        *
      *    REVALUAR COSTOS UNITARIOS DESDE EL ARCHIVO REVALU           *
      *    (ARTICULO, BODEGA, COSTO NUEVO Y MOTIVO; LA BODEGA EN BLANCO*
      *    REVALUA TODAS LAS BODEGAS ACTIVAS DEL ARTICULO). PRIMERO SE *
      *    IMPRIME LA PRUEBA CON COSTO ANTERIOR, COSTO NUEVO,          *
      *    EXISTENCIA E IMPACTO EN VALOR SIN TOCAR EL MAESTRO; PREVIA  *
      *    CONFIRMACION (AUTOMATICA EN MODO LOTE) UNA SEGUNDA PASADA   *
      *    APLICA EL COSTO NUEVO CON BITACORA Y MOVIMIENTO DE KARDEX   *
      *    DE ORIGEN V (CANTIDAD SIN CAMBIO)                           *
      *----------------------------------------------------------------*
       8100-REVALUACION-COSTOS.
           MOVE ZERO TO WCT-REV-LEIDAS
           MOVE ZERO TO WCT-REV-CLAVES
           MOVE ZERO TO WCT-REV-SIN-CAMBIO
           MOVE ZERO TO WCT-REV-RECHAZADAS
           MOVE ZERO TO WCT-REV-APLICADAS
           MOVE ZERO TO WCT-REV-ALZA
           MOVE ZERO TO WCT-REV-BAJA
           MOVE ZERO TO WCT-NUM-PAGINA
           MOVE 'N' TO WSW-ERROR-REVALUA
           MOVE 'N' TO WSW-REV-APLICANDO
           OPEN INPUT ARCH-REVALUA
           IF WFS-REVALUA NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO DE REVALUACION'
               MOVE 'S' TO WSW-ERROR-REVALUA
           ELSE
               OPEN INPUT ARCH-MAESTRO
               IF WFS-MAESTRO NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE '
                           'INVENTARIO'
                   MOVE 'S' TO WSW-ERROR-REVALUA
               ELSE
                   OPEN OUTPUT ARCH-REP-REVALUA
                   IF WFS-REP-REVALUA NOT = '00'
                       DISPLAY '*  NO SE PUDO ABRIR LA PRUEBA DE '
                               'REVALUACION'
                       MOVE 'S' TO WSW-ERROR-REVALUA
                   ELSE
                       MOVE WCN-MAX-LINEAS TO WCT-LINEAS-PAGINA
                       PERFORM 8120-RECORRER-REVALUACION
                       PERFORM 8170-IMPRIMIR-RESUMEN-REVALUA
                       CLOSE ARCH-REP-REVALUA
                       DISPLAY '*  CLAVES A REVALUAR: ' WCT-REV-CLAVES
                               ' RECHAZADAS: ' WCT-REV-RECHAZADAS
                   END-IF
                   CLOSE ARCH-MAESTRO
               END-IF
               CLOSE ARCH-REVALUA
           END-IF
           IF NOT ERROR-REVALUA
               PERFORM 8180-CONFIRMAR-REVALUACION
           END-IF
           .

      *----------------------------------------------------------------*
      * 8120-RECORRER-REVALUACION                                      *
      *    RECORRER EL ARCHIVO DE REVALUACION. SIRVE A LAS DOS         *
      *    PASADAS: EN LA PRUEBA IMPRIME Y EN LA APLICACION ACTUALIZA  *
      *----------------------------------------------------------------*
       8120-RECORRER-REVALUACION.
           MOVE 'N' TO WSW-FIN-REVALUA
           PERFORM 8125-LEER-REVALUACION
           PERFORM UNTIL FIN-REVALUA
               PERFORM 8130-PROCESAR-LINEA-REVALUA
               PERFORM 8125-LEER-REVALUACION
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 8125-LEER-REVALUACION                                          *
      *----------------------------------------------------------------*
       8125-LEER-REVALUACION.
           READ ARCH-REVALUA
               AT END
                   MOVE 'S' TO WSW-FIN-REVALUA
           END-READ
           .

      *----------------------------------------------------------------*
      * 8130-PROCESAR-LINEA-REVALUA                                    *
      *    VALIDAR UNA LINEA DE REVALUACION Y LLEVARLA A LA CLAVE      *
      *    INDICADA O A TODAS LAS BODEGAS DEL ARTICULO                 *
      *----------------------------------------------------------------*
       8130-PROCESAR-LINEA-REVALUA.
           IF NOT REV-APLICANDO
               ADD 1 TO WCT-REV-LEIDAS
           END-IF
           EVALUATE TRUE
               WHEN RVL-COD-ARTICULO = SPACES
                   MOVE 'RECHAZADA: ARTICULO EN BLANCO'
                       TO WZD-REV-ESTADO
                   PERFORM 8160-RECHAZAR-LINEA-REVALUA
               WHEN RVL-COSTO-NUEVO NOT NUMERIC
                   MOVE 'RECHAZADA: COSTO NUEVO INVALIDO'
                       TO WZD-REV-ESTADO
                   PERFORM 8160-RECHAZAR-LINEA-REVALUA
               WHEN RVL-COSTO-NUEVO = ZERO
                   MOVE 'RECHAZADA: COSTO NUEVO EN CERO'
                       TO WZD-REV-ESTADO
                   PERFORM 8160-RECHAZAR-LINEA-REVALUA
               WHEN RVL-COD-BODEGA = SPACES
                   PERFORM 8140-REVALUAR-ARTICULO
               WHEN OTHER
                   PERFORM 8135-REVALUAR-CLAVE-UNICA
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 8135-REVALUAR-CLAVE-UNICA                                      *
      *----------------------------------------------------------------*
       8135-REVALUAR-CLAVE-UNICA.
           MOVE RVL-COD-ARTICULO TO REG-COD-ARTICULO IN REG-ARCH-MAESTRO
           MOVE RVL-COD-BODEGA TO REG-COD-BODEGA IN REG-ARCH-MAESTRO
           READ ARCH-MAESTRO
               INVALID KEY
                   MOVE 'RECHAZADA: NO EXISTE EN LA BODEGA'
                       TO WZD-REV-ESTADO
                   PERFORM 8160-RECHAZAR-LINEA-REVALUA
               NOT INVALID KEY
                   IF ARTICULO-DE-BAJA IN REG-ARCH-MAESTRO
                       MOVE 'RECHAZADA: ARTICULO DE BAJA'
                           TO WZD-REV-ESTADO
                       PERFORM 8160-RECHAZAR-LINEA-REVALUA
                   ELSE
                       PERFORM 8150-REVALUAR-CLAVE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * 8140-REVALUAR-ARTICULO                                         *
      *    SIN BODEGA: REVALUAR TODAS LAS BODEGAS ACTIVAS DEL          *
      *    ARTICULO. SI NO TIENE NINGUNA, LA LINEA SE RECHAZA          *
      *----------------------------------------------------------------*
       8140-REVALUAR-ARTICULO.
           MOVE ZERO TO WCT-REV-CLAVES-LINEA
           MOVE 'N' TO WSW-FIN-MAESTRO
           MOVE RVL-COD-ARTICULO TO REG-COD-ARTICULO IN REG-ARCH-MAESTRO
           MOVE LOW-VALUES TO REG-COD-BODEGA IN REG-ARCH-MAESTRO
           START ARCH-MAESTRO KEY IS NOT LESS THAN
                   REG-CLAVE-MAESTRO IN REG-ARCH-MAESTRO
               INVALID KEY
                   MOVE 'S' TO WSW-FIN-MAESTRO
           END-START
           IF NOT FIN-MAESTRO
               PERFORM 3520-LEER-REGISTRO-MAESTRO
               PERFORM UNTIL FIN-MAESTRO
                   IF REG-COD-ARTICULO IN REG-ARCH-MAESTRO =
                           RVL-COD-ARTICULO
                       IF NOT ARTICULO-DE-BAJA IN REG-ARCH-MAESTRO
                           ADD 1 TO WCT-REV-CLAVES-LINEA
                           PERFORM 8150-REVALUAR-CLAVE
                       END-IF
                       PERFORM 3520-LEER-REGISTRO-MAESTRO
                   ELSE
                       MOVE 'S' TO WSW-FIN-MAESTRO
                   END-IF
               END-PERFORM
           END-IF
           IF WCT-REV-CLAVES-LINEA = ZERO
               MOVE 'RECHAZADA: ARTICULO NO EXISTE'
                   TO WZD-REV-ESTADO
               PERFORM 8160-RECHAZAR-LINEA-REVALUA
           END-IF
           .

      *----------------------------------------------------------------*
      * 8150-REVALUAR-CLAVE                                            *
      *    EN LA PRUEBA, CALCULAR EL IMPACTO (EXISTENCIA POR LA        *
      *    DIFERENCIA DE COSTO), ACUMULARLO EN ALZA O BAJA E IMPRIMIR  *
      *    LA LINEA. EN LA APLICACION, ACTUALIZAR LA CLAVE SI EL       *
      *    COSTO CAMBIA                                                *
      *----------------------------------------------------------------*
       8150-REVALUAR-CLAVE.
           COMPUTE WZD-REV-IMPACTO =
                   REG-CANTIDAD IN REG-ARCH-MAESTRO *
                   (RVL-COSTO-NUEVO -
                    REG-COSTO-UNIT IN REG-ARCH-MAESTRO)
           IF REV-APLICANDO
               IF RVL-COSTO-NUEVO NOT =
                       REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                   PERFORM 8155-APLICAR-REVALUACION
               END-IF
           ELSE
               IF RVL-COSTO-NUEVO =
                       REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                   ADD 1 TO WCT-REV-SIN-CAMBIO
                   MOVE 'SIN CAMBIO DE COSTO' TO WZD-REV-ESTADO
               ELSE
                   ADD 1 TO WCT-REV-CLAVES
                   MOVE 'A REVALUAR' TO WZD-REV-ESTADO
                   IF WZD-REV-IMPACTO > ZERO
                       ADD WZD-REV-IMPACTO TO WCT-REV-ALZA
                   ELSE
                       SUBTRACT WZD-REV-IMPACTO FROM WCT-REV-BAJA
                   END-IF
               END-IF
               MOVE SPACES TO WCH-LIN-DET-REVALUA
               MOVE REG-COD-ARTICULO IN REG-ARCH-MAESTRO
                   TO LRV-COD-ARTICULO
               MOVE REG-COD-BODEGA IN REG-ARCH-MAESTRO TO LRV-BODEGA
               MOVE RVL-MOTIVO TO LRV-MOTIVO
               MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                   TO LRV-COSTO-ANT
               MOVE RVL-COSTO-NUEVO TO LRV-COSTO-NVO
               MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO TO LRV-CANTIDAD
               MOVE WZD-REV-IMPACTO TO LRV-IMPACTO
               MOVE WZD-REV-ESTADO TO LRV-ESTADO
               PERFORM 8165-IMPRIMIR-LINEA-REVALUA
           END-IF
           .

      *----------------------------------------------------------------*
      * 8155-APLICAR-REVALUACION                                       *
      *    DEJAR EL COSTO NUEVO EN LA CLAVE, CON SU IMAGEN EN LA       *
      *    BITACORA Y SU MOVIMIENTO DE KARDEX DE REVALUACION           *
      *----------------------------------------------------------------*
       8155-APLICAR-REVALUACION.
           MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO TO WMV-CANT-ANTERIOR
           MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
               TO WMV-COSTO-ANTERIOR
           MOVE REG-ARCH-MAESTRO TO WJR-IMAGEN-ANTERIOR
           MOVE RVL-COSTO-NUEVO TO REG-COSTO-UNIT IN REG-ARCH-MAESTRO
           REWRITE REG-ARCH-MAESTRO
               INVALID KEY
                   DISPLAY '*  NO SE PUDO REVALUAR EL ARTICULO: '
                           REG-COD-ARTICULO IN REG-ARCH-MAESTRO
               NOT INVALID KEY
                   ADD 1 TO WCT-REV-APLICADAS
                   MOVE 'C' TO WJR-OPERACION
                   PERFORM 7700-ESCRIBIR-JOURNAL
                   MOVE REG-COD-ARTICULO IN REG-ARCH-MAESTRO
                       TO WMV-COD-ARTICULO
                   MOVE REG-COD-BODEGA IN REG-ARCH-MAESTRO
                       TO WMV-COD-BODEGA
                   MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO
                       TO WMV-CANT-NUEVA
                   MOVE RVL-COSTO-NUEVO TO WMV-COSTO-NUEVO
                   MOVE 'V' TO WMV-ORIGEN
                   PERFORM 7500-ESCRIBIR-MOVIMIENTO
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * 8160-RECHAZAR-LINEA-REVALUA                                    *
      *    IMPRIMIR EN LA PRUEBA UNA LINEA RECHAZADA CON SU MOTIVO     *
      *    (EN LA APLICACION SOLO SE OMITE)                            *
      *----------------------------------------------------------------*
       8160-RECHAZAR-LINEA-REVALUA.
           IF NOT REV-APLICANDO
               ADD 1 TO WCT-REV-RECHAZADAS
               MOVE SPACES TO WCH-LIN-DET-REVALUA
               MOVE RVL-COD-ARTICULO TO LRV-COD-ARTICULO
               MOVE RVL-COD-BODEGA TO LRV-BODEGA
               MOVE RVL-MOTIVO TO LRV-MOTIVO
               MOVE WZD-REV-ESTADO TO LRV-ESTADO
               PERFORM 8165-IMPRIMIR-LINEA-REVALUA
           END-IF
           .

      *----------------------------------------------------------------*
      * 8165-IMPRIMIR-LINEA-REVALUA                                    *
      *----------------------------------------------------------------*
       8165-IMPRIMIR-LINEA-REVALUA.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 8175-IMPRIMIR-ENCABEZADO-REVALUA
           END-IF
           WRITE REG-ARCH-REP-REVALUA FROM WCH-LIN-DET-REVALUA
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 8170-IMPRIMIR-RESUMEN-REVALUA                                  *
      *----------------------------------------------------------------*
       8170-IMPRIMIR-RESUMEN-REVALUA.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS - 10
               PERFORM 8175-IMPRIMIR-ENCABEZADO-REVALUA
           END-IF
           MOVE 'LINEAS DE REVALUACION LEIDAS' TO LR-MOTIVO
           MOVE WCT-REV-LEIDAS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-REVALUA FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 2 LINES
           MOVE 'CLAVES A REVALUAR' TO LR-MOTIVO
           MOVE WCT-REV-CLAVES TO LR-CANTIDAD
           WRITE REG-ARCH-REP-REVALUA FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'CLAVES SIN CAMBIO DE COSTO' TO LR-MOTIVO
           MOVE WCT-REV-SIN-CAMBIO TO LR-CANTIDAD
           WRITE REG-ARCH-REP-REVALUA FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'LINEAS RECHAZADAS' TO LR-MOTIVO
           MOVE WCT-REV-RECHAZADAS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-REVALUA FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'AUMENTO DE VALOR DEL INVENTARIO' TO LTV-CONCEPTO
           MOVE WCT-REV-ALZA TO LTV-VALOR
           WRITE REG-ARCH-REP-REVALUA FROM WCH-LIN-TOT-REVALUA
               AFTER ADVANCING 2 LINES
           MOVE 'DISMINUCION DE VALOR DEL INVENTARIO' TO LTV-CONCEPTO
           MOVE WCT-REV-BAJA TO LTV-VALOR
           WRITE REG-ARCH-REP-REVALUA FROM WCH-LIN-TOT-REVALUA
               AFTER ADVANCING 1 LINE
           COMPUTE WZD-REV-NETO = WCT-REV-ALZA - WCT-REV-BAJA
           MOVE 'IMPACTO NETO DE LA REVALUACION' TO LTV-CONCEPTO
           MOVE WZD-REV-NETO TO LTV-VALOR
           WRITE REG-ARCH-REP-REVALUA FROM WCH-LIN-TOT-REVALUA
               AFTER ADVANCING 1 LINE
           ADD 10 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 8175-IMPRIMIR-ENCABEZADO-REVALUA                               *
      *----------------------------------------------------------------*
       8175-IMPRIMIR-ENCABEZADO-REVALUA.
           ADD 1 TO WCT-NUM-PAGINA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ARCH-REP-REVALUA FROM WCH-LIN-TIT-REVALUA
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-MES    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-REVALUA FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-REVALUA
           WRITE REG-ARCH-REP-REVALUA
               AFTER ADVANCING 1 LINE
           WRITE REG-ARCH-REP-REVALUA FROM WCH-LIN-ENC-REVALUA
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 8180-CONFIRMAR-REVALUACION                                     *
      *----------------------------------------------------------------*
       8180-CONFIRMAR-REVALUACION.
           IF WCT-REV-CLAVES = ZERO
               DISPLAY '*  NO HAY COSTOS QUE REVALUAR'
           ELSE
               IF MODO-INTERACTIVO
                   MOVE 'S' TO WZD-CONF-APLICAR
                   DISPLAY '*  Aplicar revaluacion al maestro (S/N) -> '
                       WITH NO ADVANCING
                   ACCEPT WZD-CONF-APLICAR
                   INSPECT WZD-CONF-APLICAR CONVERTING 'sn' TO 'SN'
               ELSE
                   MOVE WZD-LOT-CONF-APLICAR TO WZD-CONF-APLICAR
               END-IF
               IF WZD-CONF-APLICAR = 'S'
                   PERFORM 8185-APLICAR-REVALUACION-MAESTRO
               ELSE
                   DISPLAY '*  REVALUACION NO APLICADA'
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 8185-APLICAR-REVALUACION-MAESTRO                               *
      *    SEGUNDA PASADA SOBRE EL ARCHIVO DE REVALUACION CON EL       *
      *    MAESTRO EN I-O: CADA CLAVE SE RELEE Y, SI SU COSTO          *
      *    CAMBIA, SE ACTUALIZA                                        *
      *----------------------------------------------------------------*
       8185-APLICAR-REVALUACION-MAESTRO.
           OPEN INPUT ARCH-REVALUA
           IF WFS-REVALUA NOT = '00'
               DISPLAY '*  NO SE PUDO RELEER EL ARCHIVO DE REVALUACION'
           ELSE
               OPEN I-O ARCH-MAESTRO
               IF WFS-MAESTRO NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE '
                           'INVENTARIO'
               ELSE
                   MOVE 'S' TO WSW-REV-APLICANDO
                   PERFORM 7400-ABRIR-MOVIMIENTOS
                   PERFORM 8120-RECORRER-REVALUACION
                   PERFORM 7450-CERRAR-BITACORAS
                   MOVE 'N' TO WSW-REV-APLICANDO
                   CLOSE ARCH-MAESTRO
                   DISPLAY '*  CLAVES REVALUADAS EN EL MAESTRO : '
                           WCT-REV-APLICADAS
               END-IF
               CLOSE ARCH-REVALUA
           END-IF
           .

      *----------------------------------------------------------------*
      * 8200-CONTEO-FISICO                                             *
      *    PROCESAR EL CONTEO FISICO: EL ARCHIVO DE CONTEO SE ORDENA   *
      *    POR ARTICULO + BODEGA CON SORT Y SE CRUZA SECUENCIALMENTE   *
      *    CONTRA EL MAESTRO (QUE YA VIENE EN ESE ORDEN), DE MODO QUE  *
      *    EL TAMANO DEL CONTEO SOLO ESTA LIMITADO POR DISCO. SE       *
      *    IMPRIME EL REPORTE DE VARIANZAS (CONTADOS, SIN CONTEO Y     *
      *    DESCONOCIDOS) Y, PREVIA CONFIRMACION (AUTOMATICA EN MODO    *
      *    LOTE), SE APLICAN LAS CANTIDADES CONTADAS AL MAESTRO EN     *
      *    UNA SEGUNDA PASADA, DEJANDO MOVIMIENTO DE KARDEX POR CADA   *
      *    AJUSTE. SI EL CONTEO VIENE POR LOTE, LA CANTIDAD DE LA      *
      *    CLAVE ES LA SUMA DE SUS LOTES Y AL APLICAR SE AJUSTAN       *
      *    TAMBIEN LOS LOTES DE LA CLAVE. CADA CLAVE CONTADA QUEDA     *
      *    REGISTRADA EN EL CONTROL DE CONTEO CICLICO                  *
      *----------------------------------------------------------------*
       8200-CONTEO-FISICO.
           MOVE ZERO TO WCT-TOTAL-CONTEOS
           MOVE ZERO TO WCT-CONTEO-VARIANZAS
           MOVE ZERO TO WCT-CONTEO-AJUSTADOS
           MOVE ZERO TO WCT-CONTEO-SIN-CONTEO
           MOVE ZERO TO WCT-CONTEO-DESCONOCIDOS
           MOVE ZERO TO WCT-CONTEO-INVALIDOS
           MOVE ZERO TO WCT-CONTEO-BOD-NO-EXISTE
           MOVE ZERO TO WCT-CONTEO-BOD-CERRADA
           MOVE ZERO TO WCT-CONTEO-DUPLICADOS
           MOVE ZERO TO WCT-CONTEO-LOTES
           MOVE ZERO TO WCT-LOT-AJUSTADOS
           MOVE ZERO TO WCT-CIC-REGISTRADAS
           MOVE ZERO TO WCT-NUM-PAGINA
           MOVE 'N' TO WSW-ERROR-CONTEO
           SORT ARCH-ORDENAMIENTO
               ON ASCENDING KEY ORD-CNT-COD-ARTICULO
               ON ASCENDING KEY ORD-CNT-COD-BODEGA
               ON ASCENDING KEY ORD-CNT-NUM-LOTE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 8210-SELECCIONAR-CONTEO
               OUTPUT PROCEDURE IS 8230-GRABAR-CONTEO-ORDENADO
           IF NOT ERROR-CONTEO
               IF WCT-CONTEO-DUPLICADOS > ZERO
                   DISPLAY '*  REGISTROS DE CONTEO DUPLICADOS : '
                           WCT-CONTEO-DUPLICADOS
               END-IF
               OPEN INPUT ARCH-MAESTRO
               IF WFS-MAESTRO NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE '
                           'INVENTARIO'
                   MOVE 'S' TO WSW-ERROR-CONTEO
               ELSE
                   OPEN INPUT ARCH-CONTEO-ORD
                   IF WFS-CONTEO-ORD NOT = '00'
                       DISPLAY '*  NO SE PUDO RELEER EL CONTEO '
                               'ORDENADO'
                       MOVE 'S' TO WSW-ERROR-CONTEO
                   ELSE
                       OPEN OUTPUT ARCH-REP-VARIANZA
                       IF WFS-REP-VARIANZA NOT = '00'
                           DISPLAY '*  NO SE PUDO ABRIR EL REPORTE '
                                   'DE VARIANZAS'
                           MOVE 'S' TO WSW-ERROR-CONTEO
                       ELSE
                           MOVE WCN-MAX-LINEAS TO WCT-LINEAS-PAGINA
                           PERFORM 8505-ABRIR-CICLO
                           PERFORM 8250-CRUZAR-MAESTRO-CONTEO
                           PERFORM 8508-CERRAR-CICLO
                           CLOSE ARCH-REP-VARIANZA
                           DISPLAY '*  VARIANZAS: '
                                   WCT-CONTEO-VARIANZAS
                                   ' SIN CONTEO: '
                                   WCT-CONTEO-SIN-CONTEO
                                   ' DESCONOCIDOS: '
                                   WCT-CONTEO-DESCONOCIDOS
                       END-IF
                       CLOSE ARCH-CONTEO-ORD
                   END-IF
                   CLOSE ARCH-MAESTRO
               END-IF
               IF NOT ERROR-CONTEO
                   PERFORM 8300-CONFIRMAR-Y-APLICAR
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 8210-SELECCIONAR-CONTEO                                        *
      *    PROCEDIMIENTO DE ENTRADA DEL SORT DEL CONTEO: LEER EL       *
      *    ARCHIVO DE CONTEO FISICO Y ENTREGAR AL ORDENAMIENTO LOS     *
      *    REGISTROS VALIDOS, DESCARTANDO (CON AVISO) LOS QUE TRAEN    *
      *    CANTIDAD NO NUMERICA, ARTICULO EN BLANCO O LOTE CON FECHA   *
      *    DE VENCIMIENTO NO NUMERICA                                  *
      *----------------------------------------------------------------*
       8210-SELECCIONAR-CONTEO.
           MOVE 'N' TO WSW-FIN-CONTEO
           OPEN INPUT ARCH-CONTEO
           IF WFS-CONTEO NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO DE CONTEO'
               MOVE 'S' TO WSW-ERROR-CONTEO
           ELSE
               PERFORM 5760-ABRIR-BODEGAS-CONSULTA
               PERFORM 8350-LEER-REGISTRO-CONTEO
               PERFORM UNTIL FIN-CONTEO
                   PERFORM 8220-LIBERAR-REGISTRO-CONTEO
                   PERFORM 8350-LEER-REGISTRO-CONTEO
               END-PERFORM
               PERFORM 5765-CERRAR-BODEGAS-CONSULTA
               CLOSE ARCH-CONTEO
               DISPLAY '*  REGISTROS DE CONTEO LEIDOS : '
                       WCT-TOTAL-CONTEOS
               IF WCT-CONTEO-INVALIDOS > ZERO
                   DISPLAY '*  REGISTROS DE CONTEO INVALIDOS : '
                           WCT-CONTEO-INVALIDOS
               END-IF
               IF WCT-CONTEO-BOD-NO-EXISTE > ZERO
                   DISPLAY '*  CONTEOS DE BODEGA INEXISTENTE (07) : '
                           WCT-CONTEO-BOD-NO-EXISTE
               END-IF
               IF WCT-CONTEO-BOD-CERRADA > ZERO
                   DISPLAY '*  CONTEOS DE BODEGA CERRADA (08) : '
                           WCT-CONTEO-BOD-CERRADA
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 8220-LIBERAR-REGISTRO-CONTEO                                   *
      *----------------------------------------------------------------*
       8220-LIBERAR-REGISTRO-CONTEO.
           IF CNT-CANTIDAD IS NOT NUMERIC
                   OR CNT-COD-ARTICULO = SPACES
                   OR (CNT-NUM-LOTE NOT = SPACES
                       AND CNT-FECHA-VENCE NOT = SPACES
                       AND CNT-FECHA-VENCE IS NOT NUMERIC)
               ADD 1 TO WCT-CONTEO-INVALIDOS
           ELSE
               MOVE CNT-COD-BODEGA TO WZD-BOD-VALIDAR
               PERFORM 5770-VALIDAR-BODEGA
               EVALUATE TRUE
                   WHEN BOD-VAL-NO-EXISTE
                       ADD 1 TO WCT-CONTEO-BOD-NO-EXISTE
                       DISPLAY '*  CONTEO RECHAZADO (07) BODEGA NO '
                               'EXISTE: ' CNT-COD-ARTICULO ' '
                               CNT-COD-BODEGA
                   WHEN BOD-VAL-CERRADA
                       ADD 1 TO WCT-CONTEO-BOD-CERRADA
                       DISPLAY '*  CONTEO RECHAZADO (08) BODEGA '
                               'CERRADA: ' CNT-COD-ARTICULO ' '
                               CNT-COD-BODEGA
                   WHEN OTHER
                       RELEASE REG-ORD-CONTEO FROM REG-ARCH-CONTEO
                       ADD 1 TO WCT-TOTAL-CONTEOS
               END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
      * 8230-GRABAR-CONTEO-ORDENADO                                    *
      *    PROCEDIMIENTO DE SALIDA DEL SORT DEL CONTEO: DEJAR EL       *
      *    CONTEO YA ORDENADO EN EL ARCHIVO DE TRABAJO PARA LAS DOS    *
      *    PASADAS (REPORTE Y APLICACION), DESCARTANDO (CON AVISO)     *
      *    LOS CONTEOS DUPLICADOS DE ARTICULO + BODEGA + LOTE, QUE     *
      *    LLEGAN CONSECUTIVOS: SE CONSERVA EL PRIMERO DEL ARCHIVO.    *
      *    LOS LOTES DE UNA MISMA CLAVE SE SUMAN EN UN SOLO REGISTRO   *
      *    Y CADA LOTE CONTADO SE DEJA EN EL CONTEO POR LOTE (CNTLOT)  *
      *----------------------------------------------------------------*
       8230-GRABAR-CONTEO-ORDENADO.
           IF NOT ERROR-CONTEO
               MOVE 'N' TO WSW-FIN-ORDENAMIENTO
               MOVE LOW-VALUES TO WCH-CLAVE-ANTERIOR
               MOVE ZERO TO WZD-CNT-TOTAL-CLAVE
               OPEN OUTPUT ARCH-CONTEO-ORD
               IF WFS-CONTEO-ORD NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL CONTEO ORDENADO'
                   MOVE 'S' TO WSW-ERROR-CONTEO
               ELSE
                   OPEN OUTPUT ARCH-CONTEO-LOTE
                   IF WFS-CONTEO-LOTE NOT = '00'
                       DISPLAY '*  NO SE PUDO ABRIR EL CONTEO POR LOTE'
                       MOVE 'S' TO WSW-ERROR-CONTEO
                   ELSE
                       PERFORM 8235-RETORNAR-REGISTRO-CONTEO
                       PERFORM UNTIL FIN-ORDENAMIENTO
                           PERFORM 8240-DEPURAR-CONTEO-ORDENADO
                           PERFORM 8235-RETORNAR-REGISTRO-CONTEO
                       END-PERFORM
                       IF WCH-CLAVE-ANTERIOR NOT = LOW-VALUES
                           PERFORM 8245-GRABAR-TOTAL-CONTEO
                       END-IF
                       CLOSE ARCH-CONTEO-LOTE
                   END-IF
                   CLOSE ARCH-CONTEO-ORD
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 8240-DEPURAR-CONTEO-ORDENADO                                   *
      *----------------------------------------------------------------*
       8240-DEPURAR-CONTEO-ORDENADO.
           IF REG-ORD-CONTEO (1:13) = WCH-CLAVE-ANTERIOR
               IF ORD-CNT-NUM-LOTE = WZD-CNT-LOTE-ANTERIOR
                   ADD 1 TO WCT-CONTEO-DUPLICADOS
               ELSE
                   MOVE ORD-CNT-NUM-LOTE TO WZD-CNT-LOTE-ANTERIOR
                   ADD ORD-CNT-CANTIDAD TO WZD-CNT-TOTAL-CLAVE
                   PERFORM 8247-GRABAR-CONTEO-LOTE
               END-IF
           ELSE
               IF WCH-CLAVE-ANTERIOR NOT = LOW-VALUES
                   PERFORM 8245-GRABAR-TOTAL-CONTEO
               END-IF
               MOVE REG-ORD-CONTEO (1:13) TO WCH-CLAVE-ANTERIOR
               MOVE ORD-CNT-NUM-LOTE TO WZD-CNT-LOTE-ANTERIOR
               MOVE ORD-CNT-CANTIDAD TO WZD-CNT-TOTAL-CLAVE
               PERFORM 8247-GRABAR-CONTEO-LOTE
           END-IF
           .

      *----------------------------------------------------------------*
      * 8245-GRABAR-TOTAL-CONTEO                                       *
      *    GRABAR EN EL CONTEO ORDENADO LA CANTIDAD TOTAL CONTADA DE   *
      *    LA CLAVE QUE TERMINA (SUMA DE SUS LOTES)                    *
      *----------------------------------------------------------------*
       8245-GRABAR-TOTAL-CONTEO.
           MOVE WCH-CLAVE-ANTERIOR TO CNO-CLAVE
           MOVE WZD-CNT-TOTAL-CLAVE TO CNO-CANTIDAD
           WRITE REG-ARCH-CONTEO-ORD
           .

      *----------------------------------------------------------------*
      * 8247-GRABAR-CONTEO-LOTE                                        *
      *----------------------------------------------------------------*
       8247-GRABAR-CONTEO-LOTE.
           IF ORD-CNT-NUM-LOTE NOT = SPACES
               MOVE ORD-CNT-COD-ARTICULO TO CLT-COD-ARTICULO
               MOVE ORD-CNT-COD-BODEGA TO CLT-COD-BODEGA
               MOVE ORD-CNT-CANTIDAD TO CLT-CANTIDAD
               MOVE ORD-CNT-NUM-LOTE TO CLT-NUM-LOTE
               MOVE ORD-CNT-FECHA-VENCE TO CLT-FECHA-VENCE
               WRITE REG-ARCH-CONTEO-LOTE
               ADD 1 TO WCT-CONTEO-LOTES
           END-IF
           .

      *----------------------------------------------------------------*
      * 8235-RETORNAR-REGISTRO-CONTEO                                  *
      *----------------------------------------------------------------*
       8235-RETORNAR-REGISTRO-CONTEO.
           RETURN ARCH-ORDENAMIENTO
               AT END
                   MOVE 'S' TO WSW-FIN-ORDENAMIENTO
           END-RETURN
           .

      *----------------------------------------------------------------*
      * 8250-CRUZAR-MAESTRO-CONTEO                                     *
      *    CRUCE SECUENCIAL DEL MAESTRO (ARTICULOS ACTIVOS, EN ORDEN   *
      *    DE CLAVE) CONTRA EL CONTEO ORDENADO: LO QUE ESTA EN AMBOS   *
      *    SE IMPRIME CON SU VARIANZA, LO DEL MAESTRO SIN CONTAR SALE  *
      *    COMO SIN CONTEO Y LO CONTADO QUE NO ESTA ACTIVO EN EL       *
      *    MAESTRO SALE COMO DESCONOCIDO                               *
      *----------------------------------------------------------------*
       8250-CRUZAR-MAESTRO-CONTEO.
           MOVE 'N' TO WSW-FIN-MAESTRO
           MOVE 'N' TO WSW-FIN-CONTEO-ORD
           PERFORM 3510-POSICIONAR-INICIO-MAESTRO
           IF NOT FIN-MAESTRO
               PERFORM 8255-LEER-MAESTRO-ACTIVO
           END-IF
           PERFORM 8258-LEER-CONTEO-ORDENADO
           PERFORM UNTIL FIN-MAESTRO AND FIN-CONTEO-ORD
               PERFORM 8252-COMPARAR-SIGUIENTE-CONTEO
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 8252-COMPARAR-SIGUIENTE-CONTEO                                 *
      *----------------------------------------------------------------*
       8252-COMPARAR-SIGUIENTE-CONTEO.
           EVALUATE TRUE
               WHEN FIN-MAESTRO
                   PERFORM 8264-IMPRIMIR-DESCONOCIDO
                   PERFORM 8258-LEER-CONTEO-ORDENADO
               WHEN FIN-CONTEO-ORD
                   PERFORM 8262-IMPRIMIR-SIN-CONTEO
                   PERFORM 8255-LEER-MAESTRO-ACTIVO
               WHEN REG-CLAVE-MAESTRO IN REG-ARCH-MAESTRO < CNO-CLAVE
                   PERFORM 8262-IMPRIMIR-SIN-CONTEO
                   PERFORM 8255-LEER-MAESTRO-ACTIVO
               WHEN REG-CLAVE-MAESTRO IN REG-ARCH-MAESTRO > CNO-CLAVE
                   PERFORM 8264-IMPRIMIR-DESCONOCIDO
                   PERFORM 8258-LEER-CONTEO-ORDENADO
               WHEN OTHER
                   PERFORM 8260-IMPRIMIR-CONTADO
                   PERFORM 8255-LEER-MAESTRO-ACTIVO
                   PERFORM 8258-LEER-CONTEO-ORDENADO
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 8255-LEER-MAESTRO-ACTIVO                                       *
      *    LEER EL SIGUIENTE ARTICULO ACTIVO DEL MAESTRO, SALTANDO     *
      *    LOS DADOS DE BAJA                                           *
      *----------------------------------------------------------------*
       8255-LEER-MAESTRO-ACTIVO.
           PERFORM 3520-LEER-REGISTRO-MAESTRO
           PERFORM UNTIL FIN-MAESTRO
                   OR NOT ARTICULO-DE-BAJA IN REG-ARCH-MAESTRO
               PERFORM 3520-LEER-REGISTRO-MAESTRO
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 8258-LEER-CONTEO-ORDENADO                                      *
      *----------------------------------------------------------------*
       8258-LEER-CONTEO-ORDENADO.
           READ ARCH-CONTEO-ORD
               AT END
                   MOVE 'S' TO WSW-FIN-CONTEO-ORD
           END-READ
           .

      *----------------------------------------------------------------*
      * 8260-IMPRIMIR-CONTADO                                          *
      *----------------------------------------------------------------*
       8260-IMPRIMIR-CONTADO.
           COMPUTE WZD-DIF-CANTIDAD =
                   CNO-CANTIDAD -
                   REG-CANTIDAD IN REG-ARCH-MAESTRO
           COMPUTE WZD-DIF-COSTO =
                   WZD-DIF-CANTIDAD *
                   REG-COSTO-UNIT IN REG-ARCH-MAESTRO
           MOVE REG-COD-ARTICULO IN REG-ARCH-MAESTRO
               TO LV-COD-ARTICULO
           MOVE REG-COD-BODEGA IN REG-ARCH-MAESTRO TO LV-BODEGA
           MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO TO LV-CANT-LIBROS
           MOVE CNO-CANTIDAD TO LV-CANT-CONTADA
           MOVE WZD-DIF-CANTIDAD TO LV-DIF-UNIDADES
           MOVE WZD-DIF-COSTO TO LV-DIF-COSTO
           MOVE 'CONTADO' TO LV-ESTADO
           IF WZD-DIF-CANTIDAD NOT = ZERO
               ADD 1 TO WCT-CONTEO-VARIANZAS
               MOVE 'CONTADO CON VARIANZA' TO LV-ESTADO
           END-IF
           PERFORM 8290-IMPRIMIR-LINEA-VARIANZA
           IF CICLO-DISPONIBLE
               PERFORM 8560-REGISTRAR-CONTEO-CICLO
           END-IF
           .

      *----------------------------------------------------------------*
      * 8262-IMPRIMIR-SIN-CONTEO                                       *
      *----------------------------------------------------------------*
       8262-IMPRIMIR-SIN-CONTEO.
           MOVE REG-COD-ARTICULO IN REG-ARCH-MAESTRO
               TO LV-COD-ARTICULO
           MOVE REG-COD-BODEGA IN REG-ARCH-MAESTRO TO LV-BODEGA
           MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO TO LV-CANT-LIBROS
           MOVE ZERO TO LV-CANT-CONTADA
           MOVE ZERO TO LV-DIF-UNIDADES
           MOVE ZERO TO LV-DIF-COSTO
           MOVE 'SIN CONTEO' TO LV-ESTADO
           PERFORM 8290-IMPRIMIR-LINEA-VARIANZA
           ADD 1 TO WCT-CONTEO-SIN-CONTEO
           .

      *----------------------------------------------------------------*
      * 8264-IMPRIMIR-DESCONOCIDO                                      *
      *----------------------------------------------------------------*
       8264-IMPRIMIR-DESCONOCIDO.
           MOVE CNO-COD-ARTICULO TO LV-COD-ARTICULO
           MOVE CNO-COD-BODEGA TO LV-BODEGA
           MOVE ZERO TO LV-CANT-LIBROS
           MOVE CNO-CANTIDAD TO LV-CANT-CONTADA
           MOVE CNO-CANTIDAD TO LV-DIF-UNIDADES
           MOVE ZERO TO LV-DIF-COSTO
           MOVE 'DESCONOCIDO' TO LV-ESTADO
           PERFORM 8290-IMPRIMIR-LINEA-VARIANZA
           ADD 1 TO WCT-CONTEO-DESCONOCIDOS
           .

      *----------------------------------------------------------------*
      * 8280-IMPRIMIR-ENCABEZADO-VARIANZA                              *
      *----------------------------------------------------------------*
       8280-IMPRIMIR-ENCABEZADO-VARIANZA.
           ADD 1 TO WCT-NUM-PAGINA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ARCH-REP-VARIANZA FROM WCH-LIN-TIT-VARIANZA
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-MES    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-VARIANZA FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-VARIANZA
           WRITE REG-ARCH-REP-VARIANZA
               AFTER ADVANCING 1 LINE
           WRITE REG-ARCH-REP-VARIANZA FROM WCH-LIN-ENC-VARIANZA
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 8290-IMPRIMIR-LINEA-VARIANZA                                   *
      *----------------------------------------------------------------*
       8290-IMPRIMIR-LINEA-VARIANZA.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 8280-IMPRIMIR-ENCABEZADO-VARIANZA
           END-IF
           WRITE REG-ARCH-REP-VARIANZA FROM WCH-LIN-DET-VARIANZA
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 8300-CONFIRMAR-Y-APLICAR                                       *
      *    EN MODO INTERACTIVO SE PIDE CONFIRMACION ANTES DE APLICAR   *
      *    LOS AJUSTES; EN MODO LOTE SE APLICAN DIRECTAMENTE. SOLO SE  *
      *    AJUSTAN LOS ARTICULOS CONTADOS CUYA CANTIDAD CAMBIO Y LOS   *
      *    LOTES DE LAS CLAVES CONTADAS POR LOTE                       *
      *----------------------------------------------------------------*
       8300-CONFIRMAR-Y-APLICAR.
           IF WCT-CONTEO-VARIANZAS = ZERO
               AND WCT-CONTEO-LOTES = ZERO
               DISPLAY '*  NO HAY VARIANZAS QUE APLICAR'
           ELSE
               IF MODO-INTERACTIVO
                   MOVE 'S' TO WZD-CONF-APLICAR
                   DISPLAY '*  Aplicar ajustes al maestro (S/N) -> '
                       WITH NO ADVANCING
                   ACCEPT WZD-CONF-APLICAR
                   INSPECT WZD-CONF-APLICAR CONVERTING 'sn' TO 'SN'
               ELSE
                   MOVE WZD-LOT-CONF-APLICAR TO WZD-CONF-APLICAR
               END-IF
               IF WZD-CONF-APLICAR = 'S'
                   PERFORM 8310-APLICAR-AJUSTES-CONTEO
               ELSE
                   DISPLAY '*  AJUSTES NO APLICADOS'
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 8310-APLICAR-AJUSTES-CONTEO                                    *
      *    SEGUNDA PASADA SOBRE EL CONTEO ORDENADO: CADA ARTICULO      *
      *    CONTADO SE RELEE DEL MAESTRO POR CLAVE Y, SI SIGUE ACTIVO   *
      *    Y SU CANTIDAD CAMBIO, SE LE APLICA LA CANTIDAD CONTADA.     *
      *    AL TERMINAR SE AJUSTAN LOS LOTES CON EL CONTEO POR LOTE     *
      *----------------------------------------------------------------*
       8310-APLICAR-AJUSTES-CONTEO.
           MOVE 'N' TO WSW-FIN-CONTEO-ORD
           OPEN INPUT ARCH-CONTEO-ORD
           IF WFS-CONTEO-ORD NOT = '00'
               DISPLAY '*  NO SE PUDO RELEER EL CONTEO ORDENADO'
           ELSE
               OPEN I-O ARCH-MAESTRO
               IF WFS-MAESTRO NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE '
                           'INVENTARIO'
               ELSE
                   PERFORM 7400-ABRIR-MOVIMIENTOS
                   PERFORM 8258-LEER-CONTEO-ORDENADO
                   PERFORM UNTIL FIN-CONTEO-ORD
                       PERFORM 8320-AJUSTAR-ARTICULO-CONTEO
                       PERFORM 8258-LEER-CONTEO-ORDENADO
                   END-PERFORM
                   IF WCT-CONTEO-LOTES > ZERO
                       PERFORM 7240-APLICAR-CONTEO-LOTES
                   END-IF
                   PERFORM 7450-CERRAR-BITACORAS
                   CLOSE ARCH-MAESTRO
                   DISPLAY '*  AJUSTES APLICADOS AL MAESTRO : '
                           WCT-CONTEO-AJUSTADOS
               END-IF
               CLOSE ARCH-CONTEO-ORD
           END-IF
           .

      *----------------------------------------------------------------*
      * 8320-AJUSTAR-ARTICULO-CONTEO                                   *
      *----------------------------------------------------------------*
       8320-AJUSTAR-ARTICULO-CONTEO.
           MOVE CNO-COD-ARTICULO TO
                   REG-COD-ARTICULO IN REG-ARCH-MAESTRO
           MOVE CNO-COD-BODEGA TO
                   REG-COD-BODEGA IN REG-ARCH-MAESTRO
           READ ARCH-MAESTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT ARTICULO-DE-BAJA IN REG-ARCH-MAESTRO
                       AND REG-CANTIDAD IN REG-ARCH-MAESTRO
                           NOT = CNO-CANTIDAD
                       MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO
                           TO WMV-CANT-ANTERIOR
                       MOVE REG-ARCH-MAESTRO TO WJR-IMAGEN-ANTERIOR
                       MOVE CNO-CANTIDAD TO
                               REG-CANTIDAD IN REG-ARCH-MAESTRO
                       REWRITE REG-ARCH-MAESTRO
                           INVALID KEY
                               DISPLAY '*  NO SE PUDO AJUSTAR EL '
                                       'ARTICULO: ' CNO-COD-ARTICULO
                           NOT INVALID KEY
                               ADD 1 TO WCT-CONTEO-AJUSTADOS
                               MOVE 'C' TO WJR-OPERACION
                               PERFORM 7700-ESCRIBIR-JOURNAL
                               MOVE CNO-COD-ARTICULO
                                   TO WMV-COD-ARTICULO
                               MOVE CNO-COD-BODEGA
                                   TO WMV-COD-BODEGA
                               MOVE CNO-CANTIDAD TO WMV-CANT-NUEVA
                               MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                                   TO WMV-COSTO-ANTERIOR
                               MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                                   TO WMV-COSTO-NUEVO
                               MOVE 'C' TO WMV-ORIGEN
                               PERFORM 7500-ESCRIBIR-MOVIMIENTO
                       END-REWRITE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * 8350-LEER-REGISTRO-CONTEO                                      *
      *----------------------------------------------------------------*
       8350-LEER-REGISTRO-CONTEO.
           READ ARCH-CONTEO
               AT END
                   MOVE 'S' TO WSW-FIN-CONTEO
           END-READ
           .

      *----------------------------------------------------------------*
      * 8400-CIERRE-DE-MES                                             *
      *    RESPALDAR EL CONTENIDO COMPLETO DEL MAESTRO EN LA           *
      *    GENERACION DE HISTORIA DEL MES EN CURSO (HIST01 A HIST12,   *
      *    UNA POR MES, ROTATIVAS: LA DEL MISMO MES DEL ANO ANTERIOR   *
      *    SE REEMPLAZA, CON LO QUE SIEMPRE SE CONSERVAN 12)           *
      *----------------------------------------------------------------*
       8400-CIERRE-DE-MES.
           MOVE ZERO TO WCT-REG-RESPALDADOS
           MOVE ZERO TO WCT-TRN-CANTIDAD
           MOVE ZERO TO WCT-TRN-COSTO
           MOVE 'N' TO WSW-ERROR-CIERRE
           MOVE 'N' TO WSW-FIN-MAESTRO
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           IF MODO-LOTE AND WZD-LOT-MES-PROCESO > ZERO
               MOVE WZD-LOT-MES-PROCESO TO WZD-MES-HISTORIA
           ELSE
               MOVE WFC-MES TO WZD-MES-HISTORIA
           END-IF
           PERFORM 8440-ARMAR-NOMBRE-HISTORIA
           OPEN INPUT ARCH-MAESTRO
           IF WFS-MAESTRO NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE INVENTARIO'
               MOVE 'S' TO WSW-ERROR-CIERRE
           ELSE
               OPEN OUTPUT ARCH-HISTORIA
               IF WFS-HISTORIA NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR LA HISTORIA DEL MES: '
                           WZD-NOMBRE-HISTORIA
                   MOVE 'S' TO WSW-ERROR-CIERRE
               ELSE
                   PERFORM 3510-POSICIONAR-INICIO-MAESTRO
                   IF NOT FIN-MAESTRO
                       PERFORM 3520-LEER-REGISTRO-MAESTRO
                       PERFORM UNTIL FIN-MAESTRO
                           PERFORM 8410-RESPALDAR-REGISTRO
                           PERFORM 3520-LEER-REGISTRO-MAESTRO
                       END-PERFORM
                   END-IF
                   CLOSE ARCH-HISTORIA
                   DISPLAY '*  CIERRE DE MES GRABADO EN '
                           WZD-NOMBRE-HISTORIA ' : '
                           WCT-REG-RESPALDADOS ' REGISTRO(S)'
                   MOVE WCT-TRN-COSTO TO WZD-TRN-COSTO-EDIT
                   DISPLAY '*  VALOR EN TRANSITO ENTRE BODEGAS: '
                           WZD-TRN-COSTO-EDIT
               END-IF
               CLOSE ARCH-MAESTRO
           END-IF
           .

      *----------------------------------------------------------------*
      * 8410-RESPALDAR-REGISTRO                                        *
      *----------------------------------------------------------------*
       8410-RESPALDAR-REGISTRO.
           WRITE REG-ARCH-HISTORIA FROM REG-ARCH-MAESTRO
           ADD 1 TO WCT-REG-RESPALDADOS
           IF REG-COD-BODEGA IN REG-ARCH-MAESTRO = WCN-BODEGA-TRANSITO
                   AND NOT ARTICULO-DE-BAJA IN REG-ARCH-MAESTRO
               ADD REG-CANTIDAD IN REG-ARCH-MAESTRO
                   TO WCT-TRN-CANTIDAD
               COMPUTE WCT-TRN-COSTO = WCT-TRN-COSTO +
                       REG-CANTIDAD IN REG-ARCH-MAESTRO *
                       REG-COSTO-UNIT IN REG-ARCH-MAESTRO
           END-IF
           .

      *----------------------------------------------------------------*
      * 8440-ARMAR-NOMBRE-HISTORIA                                     *
      *    CONSTRUIR EL NOMBRE DE LA GENERACION DE HISTORIA DEL MES    *
      *    DEJADO EN WZD-MES-HISTORIA (HIST01 A HIST12) Y APUNTAR A    *
      *    ELLA EL NOMBRE LOGICO INVHIST ANTES DE ABRIR EL ARCHIVO     *
      *----------------------------------------------------------------*
       8440-ARMAR-NOMBRE-HISTORIA.
           MOVE SPACES TO WZD-NOMBRE-HISTORIA
           STRING 'HIST'           DELIMITED BY SIZE
                  WZD-MES-HISTORIA DELIMITED BY SIZE
               INTO WZD-NOMBRE-HISTORIA
           DISPLAY 'INVHIST' UPON ENVIRONMENT-NAME
           DISPLAY WZD-NOMBRE-HISTORIA UPON ENVIRONMENT-VALUE
           .

      *----------------------------------------------------------------*
      * 8450-COMPARATIVO-MENSUAL                                       *
      *    COMPARAR EL MAESTRO ACTUAL CONTRA LA GENERACION DE          *
      *    HISTORIA DEL MES ANTERIOR CON UN CRUCE SECUENCIAL (AMBOS    *
      *    ARCHIVOS VIENEN EN ORDEN DE ARTICULO + BODEGA, ASI QUE NO   *
      *    HACE FALTA TABLA EN MEMORIA): POR ARTICULO Y BODEGA SE      *
      *    IMPRIMEN CANTIDAD Y COSTO DEL MES ANTERIOR JUNTO A LOS      *
      *    ACTUALES CON SU VARIACION, MARCANDO CON * LOS COSTOS QUE    *
      *    SE MOVIERON MAS DEL UMBRAL (WCN-UMBRAL-COSTO-PORC). LOS     *
      *    ARTICULOS NUEVOS Y LOS RETIRADOS SE IMPRIMEN COMO TALES     *
      *----------------------------------------------------------------*
       8450-COMPARATIVO-MENSUAL.
           MOVE ZERO TO WCT-CMP-IMPRESOS
           MOVE ZERO TO WCT-NUM-PAGINA
           MOVE 'N' TO WSW-ERROR-CIERRE
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           EVALUATE TRUE
               WHEN MODO-LOTE AND WZD-LOT-MES-PROCESO > ZERO
                   MOVE WZD-LOT-MES-PROCESO TO WZD-MES-HISTORIA
               WHEN WFC-MES = 1
                   MOVE 12 TO WZD-MES-HISTORIA
               WHEN OTHER
                   COMPUTE WZD-MES-HISTORIA = WFC-MES - 1
           END-EVALUATE
           PERFORM 8440-ARMAR-NOMBRE-HISTORIA
           OPEN INPUT ARCH-HISTORIA
           IF WFS-HISTORIA NOT = '00'
               DISPLAY '*  NO HAY HISTORIA DEL MES ANTERIOR ('
                       WZD-NOMBRE-HISTORIA '). CORRA PRIMERO EL '
                       'CIERRE DE MES'
               MOVE 'S' TO WSW-ERROR-CIERRE
           ELSE
               OPEN INPUT ARCH-MAESTRO
               IF WFS-MAESTRO NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE '
                           'INVENTARIO'
                   MOVE 'S' TO WSW-ERROR-CIERRE
               ELSE
                   OPEN OUTPUT ARCH-REP-COMPARA
                   IF WFS-REP-COMPARA NOT = '00'
                       DISPLAY '*  NO SE PUDO ABRIR EL REPORTE '
                               'COMPARATIVO'
                       MOVE 'S' TO WSW-ERROR-CIERRE
                   ELSE
                       MOVE WCN-MAX-LINEAS TO WCT-LINEAS-PAGINA
                       PERFORM 8455-CRUZAR-MAESTRO-HISTORIA
                       CLOSE ARCH-REP-COMPARA
                       DISPLAY '*  COMPARATIVO GENERADO: '
                               WCT-CMP-IMPRESOS ' LINEA(S)'
                   END-IF
                   CLOSE ARCH-MAESTRO
               END-IF
               CLOSE ARCH-HISTORIA
           END-IF
           .

      *----------------------------------------------------------------*
      * 8455-CRUZAR-MAESTRO-HISTORIA                                   *
      *----------------------------------------------------------------*
       8455-CRUZAR-MAESTRO-HISTORIA.
           MOVE 'N' TO WSW-FIN-MAESTRO
           MOVE 'N' TO WSW-FIN-HISTORIA
           PERFORM 3510-POSICIONAR-INICIO-MAESTRO
           IF NOT FIN-MAESTRO
               PERFORM 8255-LEER-MAESTRO-ACTIVO
           END-IF
           PERFORM 8460-LEER-HISTORIA-ACTIVA
           PERFORM UNTIL FIN-MAESTRO AND FIN-HISTORIA
               PERFORM 8458-COMPARAR-SIGUIENTE-MES
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 8458-COMPARAR-SIGUIENTE-MES                                    *
      *----------------------------------------------------------------*
       8458-COMPARAR-SIGUIENTE-MES.
           EVALUATE TRUE
               WHEN FIN-MAESTRO
                   PERFORM 8485-IMPRIMIR-RETIRADO
                   PERFORM 8460-LEER-HISTORIA-ACTIVA
               WHEN FIN-HISTORIA
                   PERFORM 8480-IMPRIMIR-NUEVO
                   PERFORM 8255-LEER-MAESTRO-ACTIVO
               WHEN REG-CLAVE-MAESTRO IN REG-ARCH-MAESTRO < HIS-CLAVE
                   PERFORM 8480-IMPRIMIR-NUEVO
                   PERFORM 8255-LEER-MAESTRO-ACTIVO
               WHEN REG-CLAVE-MAESTRO IN REG-ARCH-MAESTRO > HIS-CLAVE
                   PERFORM 8485-IMPRIMIR-RETIRADO
                   PERFORM 8460-LEER-HISTORIA-ACTIVA
               WHEN OTHER
                   PERFORM 8475-IMPRIMIR-VIGENTE
                   PERFORM 8255-LEER-MAESTRO-ACTIVO
                   PERFORM 8460-LEER-HISTORIA-ACTIVA
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 8460-LEER-HISTORIA-ACTIVA                                      *
      *    LEER EL SIGUIENTE ARTICULO ACTIVO DE LA GENERACION DE       *
      *    HISTORIA, SALTANDO LOS QUE QUEDARON DADOS DE BAJA           *
      *----------------------------------------------------------------*
       8460-LEER-HISTORIA-ACTIVA.
           PERFORM 8468-LEER-REGISTRO-HISTORIA
           PERFORM UNTIL FIN-HISTORIA
                   OR NOT HISTORIA-DE-BAJA
               PERFORM 8468-LEER-REGISTRO-HISTORIA
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 8468-LEER-REGISTRO-HISTORIA                                    *
      *----------------------------------------------------------------*
       8468-LEER-REGISTRO-HISTORIA.
           READ ARCH-HISTORIA
               AT END
                   MOVE 'S' TO WSW-FIN-HISTORIA
           END-READ
           .

      *----------------------------------------------------------------*
      * 8475-IMPRIMIR-VIGENTE                                          *
      *----------------------------------------------------------------*
       8475-IMPRIMIR-VIGENTE.
           MOVE REG-COD-ARTICULO IN REG-ARCH-MAESTRO
               TO LM-COD-ARTICULO
           MOVE REG-COD-BODEGA IN REG-ARCH-MAESTRO TO LM-BODEGA
           MOVE HIS-CANTIDAD TO LM-CANT-ANTERIOR
           MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO TO LM-CANT-ACTUAL
           COMPUTE WZD-DIF-CANTIDAD =
                   REG-CANTIDAD IN REG-ARCH-MAESTRO - HIS-CANTIDAD
           MOVE WZD-DIF-CANTIDAD TO LM-DIF-CANT
           MOVE HIS-COSTO-UNIT TO LM-COSTO-ANTERIOR
           MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
               TO LM-COSTO-ACTUAL
           PERFORM 8479-MARCAR-COSTO-FUERA-UMBRAL
           MOVE 'VIGENTE' TO LM-ESTADO
           PERFORM 8495-IMPRIMIR-LINEA-COMPARA
           .

      *----------------------------------------------------------------*
      * 8479-MARCAR-COSTO-FUERA-UMBRAL                                 *
      *    DEJAR LA MARCA * EN LA LINEA SI EL COSTO UNITARIO SE        *
      *    MOVIO, EN CUALQUIER DIRECCION, MAS DEL PORCENTAJE DE        *
      *    UMBRAL RESPECTO DEL MES ANTERIOR                            *
      *----------------------------------------------------------------*
       8479-MARCAR-COSTO-FUERA-UMBRAL.
           MOVE SPACE TO LM-MARCA-COSTO
           IF HIS-COSTO-UNIT = ZERO
               IF REG-COSTO-UNIT IN REG-ARCH-MAESTRO > ZERO
                   MOVE '*' TO LM-MARCA-COSTO
               END-IF
           ELSE
               COMPUTE WZD-DIF-COSTO-UNIT =
                       REG-COSTO-UNIT IN REG-ARCH-MAESTRO -
                       HIS-COSTO-UNIT
               IF WZD-DIF-COSTO-UNIT < ZERO
                   COMPUTE WZD-DIF-COSTO-UNIT =
                           ZERO - WZD-DIF-COSTO-UNIT
               END-IF
               COMPUTE WZD-CMP-PORC-COSTO ROUNDED =
                       WZD-DIF-COSTO-UNIT * 100 / HIS-COSTO-UNIT
               IF WZD-CMP-PORC-COSTO > WCN-UMBRAL-COSTO-PORC
                   MOVE '*' TO LM-MARCA-COSTO
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 8480-IMPRIMIR-NUEVO                                            *
      *----------------------------------------------------------------*
       8480-IMPRIMIR-NUEVO.
           MOVE REG-COD-ARTICULO IN REG-ARCH-MAESTRO
               TO LM-COD-ARTICULO
           MOVE REG-COD-BODEGA IN REG-ARCH-MAESTRO TO LM-BODEGA
           MOVE ZERO TO LM-CANT-ANTERIOR
           MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO TO LM-CANT-ACTUAL
           MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO TO LM-DIF-CANT
           MOVE ZERO TO LM-COSTO-ANTERIOR
           MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
               TO LM-COSTO-ACTUAL
           MOVE SPACE TO LM-MARCA-COSTO
           MOVE 'NUEVO' TO LM-ESTADO
           PERFORM 8495-IMPRIMIR-LINEA-COMPARA
           .

      *----------------------------------------------------------------*
      * 8485-IMPRIMIR-RETIRADO                                         *
      *----------------------------------------------------------------*
       8485-IMPRIMIR-RETIRADO.
           MOVE HIS-COD-ARTICULO TO LM-COD-ARTICULO
           MOVE HIS-COD-BODEGA TO LM-BODEGA
           MOVE HIS-CANTIDAD TO LM-CANT-ANTERIOR
           MOVE ZERO TO LM-CANT-ACTUAL
           COMPUTE WZD-DIF-CANTIDAD = ZERO - HIS-CANTIDAD
           MOVE WZD-DIF-CANTIDAD TO LM-DIF-CANT
           MOVE HIS-COSTO-UNIT TO LM-COSTO-ANTERIOR
           MOVE ZERO TO LM-COSTO-ACTUAL
           MOVE SPACE TO LM-MARCA-COSTO
           MOVE 'RETIRADO' TO LM-ESTADO
           PERFORM 8495-IMPRIMIR-LINEA-COMPARA
           .

      *----------------------------------------------------------------*
      * 8490-IMPRIMIR-ENCABEZADO-COMPARA                               *
      *----------------------------------------------------------------*
       8490-IMPRIMIR-ENCABEZADO-COMPARA.
           ADD 1 TO WCT-NUM-PAGINA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ARCH-REP-COMPARA FROM WCH-LIN-TIT-COMPARA
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-COMPARA FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-COMPARA
           WRITE REG-ARCH-REP-COMPARA
               AFTER ADVANCING 1 LINE
           WRITE REG-ARCH-REP-COMPARA FROM WCH-LIN-ENC-COMPARA
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 8495-IMPRIMIR-LINEA-COMPARA                                    *
      *----------------------------------------------------------------*
       8495-IMPRIMIR-LINEA-COMPARA.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 8490-IMPRIMIR-ENCABEZADO-COMPARA
           END-IF
           WRITE REG-ARCH-REP-COMPARA FROM WCH-LIN-DET-COMPARA
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           ADD 1 TO WCT-CMP-IMPRESOS
           .

      *----------------------------------------------------------------*
      * 8600-CONSULTA-ARTICULO                                         *
      *    CONSULTA EN PANTALLA: SE DIGITA UN CODIGO DE ARTICULO O UN  *
      *    TEXTO DE DESCRIPCION. PRIMERO SE BUSCA POR CODIGO EXACTO    *
      *    (TODAS SUS BODEGAS, CON TOTAL); SI NO HAY NADA CON ESE      *
      *    CODIGO SE RECORRE EL MAESTRO BUSCANDO EL TEXTO DENTRO DE    *
      *    LA DESCRIPCION                                              *
      *----------------------------------------------------------------*
       8600-CONSULTA-ARTICULO.
           MOVE ZERO TO WCT-CSL-ENCONTRADOS
           MOVE ZERO TO WCT-CSL-TOTAL-CANT
           MOVE ZERO TO WCT-CSL-TOTAL-COSTO
           MOVE ZERO TO WCT-CSL-TOTAL-DISP
           DISPLAY '*  Codigo o descripcion -> ' WITH NO ADVANCING
           ACCEPT WZD-CSL-BUSQUEDA
           IF WZD-CSL-BUSQUEDA = SPACES
               DISPLAY '*  NADA QUE CONSULTAR'
           ELSE
               PERFORM 8605-CALCULAR-LONGITUD-BUSQUEDA
               OPEN INPUT ARCH-MAESTRO
               IF WFS-MAESTRO NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE '
                           'INVENTARIO'
               ELSE
                   PERFORM 9040-ABRIR-COMPROMETIDO-CONSULTA
                   PERFORM 8610-CONSULTAR-POR-CODIGO
                   IF WCT-CSL-ENCONTRADOS = ZERO
                       PERFORM 8630-CONSULTAR-POR-DESCRIPCION
                   END-IF
                   PERFORM 9042-CERRAR-COMPROMETIDO-CONSULTA
                   CLOSE ARCH-MAESTRO
                   IF WCT-CSL-ENCONTRADOS = ZERO
                       DISPLAY '*  NO SE ENCONTRO NINGUN ARTICULO'
                   ELSE
                       MOVE WCT-CSL-TOTAL-CANT TO WAR-CSL-TOTAL-CANT
                       MOVE WCT-CSL-TOTAL-COSTO TO WAR-CSL-TOTAL-COSTO
                       MOVE WCT-CSL-TOTAL-DISP TO WAR-CSL-TOTAL-DISP
                       DISPLAY '*  TOTAL ACTIVO: CANT: '
                               WAR-CSL-TOTAL-CANT
                               '  COSTO EXT: ' WAR-CSL-TOTAL-COSTO
                               '  DISPONIBLE: ' WAR-CSL-TOTAL-DISP
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 8605-CALCULAR-LONGITUD-BUSQUEDA                                *
      *    LONGITUD REAL DEL TEXTO DIGITADO, SIN LOS ESPACIOS QUE LO   *
      *    RELLENAN A LA DERECHA (MISMA TECNICA DEL PARM DE JCL)       *
      *----------------------------------------------------------------*
       8605-CALCULAR-LONGITUD-BUSQUEDA.
           MOVE 30 TO WZD-CSL-LONGITUD
           PERFORM 8608-RECORTAR-LONGITUD-BUSQUEDA
               UNTIL WZD-CSL-LONGITUD = ZERO
               OR WZD-CSL-BUSQUEDA (WZD-CSL-LONGITUD:1) NOT = SPACE
           .

      *----------------------------------------------------------------*
      * 8608-RECORTAR-LONGITUD-BUSQUEDA                                *
      *----------------------------------------------------------------*
       8608-RECORTAR-LONGITUD-BUSQUEDA.
           SUBTRACT 1 FROM WZD-CSL-LONGITUD
           .

      *----------------------------------------------------------------*
      * 8610-CONSULTAR-POR-CODIGO                                      *
      *    MOSTRAR TODAS LAS BODEGAS DEL CODIGO DIGITADO LEYENDO EL    *
      *    MAESTRO DESDE ARTICULO + BODEGA BAJA HASTA QUE CAMBIE EL    *
      *    ARTICULO                                                    *
      *----------------------------------------------------------------*
       8610-CONSULTAR-POR-CODIGO.
           MOVE 'N' TO WSW-FIN-MAESTRO
           MOVE WZD-CSL-BUSQUEDA (1:10)
               TO REG-COD-ARTICULO IN REG-ARCH-MAESTRO
           MOVE LOW-VALUES TO REG-COD-BODEGA IN REG-ARCH-MAESTRO
           START ARCH-MAESTRO KEY IS NOT LESS THAN
                   REG-CLAVE-MAESTRO IN REG-ARCH-MAESTRO
               INVALID KEY
                   MOVE 'S' TO WSW-FIN-MAESTRO
           END-START
           IF NOT FIN-MAESTRO
               PERFORM 3520-LEER-REGISTRO-MAESTRO
               PERFORM UNTIL FIN-MAESTRO
                   IF REG-COD-ARTICULO IN REG-ARCH-MAESTRO =
                           WZD-CSL-BUSQUEDA (1:10)
                       PERFORM 8620-MOSTRAR-ARTICULO-BODEGA
                       PERFORM 3520-LEER-REGISTRO-MAESTRO
                   ELSE
                       MOVE 'S' TO WSW-FIN-MAESTRO
                   END-IF
               END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------*
      * 8620-MOSTRAR-ARTICULO-BODEGA                                   *
      *    MOSTRAR EN PANTALLA UNA LINEA DEL ARTICULO LEIDO DEL        *
      *    MAESTRO Y ACUMULAR EL TOTAL DE LO ACTIVO                    *
      *----------------------------------------------------------------*
       8620-MOSTRAR-ARTICULO-BODEGA.
           COMPUTE WZD-CSL-COSTO-EXT =
                   REG-CANTIDAD IN REG-ARCH-MAESTRO *
                   REG-COSTO-UNIT IN REG-ARCH-MAESTRO
           IF ARTICULO-DE-BAJA IN REG-ARCH-MAESTRO
               MOVE 'DE BAJA' TO WZD-CSL-ESTADO
           ELSE
               MOVE 'ACTIVO' TO WZD-CSL-ESTADO
               ADD REG-CANTIDAD IN REG-ARCH-MAESTRO
                   TO WCT-CSL-TOTAL-CANT
               ADD WZD-CSL-COSTO-EXT TO WCT-CSL-TOTAL-COSTO
           END-IF
           MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO TO WAR-CSL-CANTIDAD
           MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
               TO WAR-CSL-COSTO-UNIT
           MOVE WZD-CSL-COSTO-EXT TO WAR-CSL-COSTO-EXT
           DISPLAY '*  ' REG-COD-ARTICULO IN REG-ARCH-MAESTRO
                   ' BOD: ' REG-COD-BODEGA IN REG-ARCH-MAESTRO
                   ' ' REG-DESCRIPCION IN REG-ARCH-MAESTRO
                   ' CANT: ' WAR-CSL-CANTIDAD
                   ' CU: ' WAR-CSL-COSTO-UNIT
                   ' EXT: ' WAR-CSL-COSTO-EXT
                   ' ' WZD-CSL-ESTADO
           IF NOT ARTICULO-DE-BAJA IN REG-ARCH-MAESTRO
               MOVE REG-COD-ARTICULO IN REG-ARCH-MAESTRO
                   TO WZD-RSV-COM-ARTICULO
               MOVE REG-COD-BODEGA IN REG-ARCH-MAESTRO
                   TO WZD-RSV-COM-BODEGA
               PERFORM 9045-LEER-COMPROMETIDO
               COMPUTE WZD-RSV-DISPONIBLE =
                       REG-CANTIDAD IN REG-ARCH-MAESTRO -
                       WZD-RSV-COMPROMETIDO
               ADD WZD-RSV-DISPONIBLE TO WCT-CSL-TOTAL-DISP
               MOVE WZD-RSV-COMPROMETIDO TO WAR-CSL-COMPROMETIDO
               MOVE WZD-RSV-DISPONIBLE TO WAR-CSL-DISPONIBLE
               DISPLAY '*     COMPROMETIDO: ' WAR-CSL-COMPROMETIDO
                       '  DISPONIBLE: ' WAR-CSL-DISPONIBLE
           END-IF
           ADD 1 TO WCT-CSL-ENCONTRADOS
           .

      *----------------------------------------------------------------*
      * 8630-CONSULTAR-POR-DESCRIPCION                                 *
      *    RECORRER TODO EL MAESTRO MOSTRANDO LOS ARTICULOS CUYA       *
      *    DESCRIPCION CONTIENE EL TEXTO DIGITADO                      *
      *----------------------------------------------------------------*
       8630-CONSULTAR-POR-DESCRIPCION.
           MOVE 'N' TO WSW-FIN-MAESTRO
           PERFORM 3510-POSICIONAR-INICIO-MAESTRO
           IF NOT FIN-MAESTRO
               PERFORM 3520-LEER-REGISTRO-MAESTRO
               PERFORM UNTIL FIN-MAESTRO
                   PERFORM 8635-EVALUAR-COINCIDENCIA
                   IF CSL-COINCIDE
                       PERFORM 8620-MOSTRAR-ARTICULO-BODEGA
                   END-IF
                   PERFORM 3520-LEER-REGISTRO-MAESTRO
               END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------*
      * 8635-EVALUAR-COINCIDENCIA                                      *
      *    DETERMINAR SI LA DESCRIPCION DEL REGISTRO LEIDO CONTIENE    *
      *    EL TEXTO BUSCADO, COMPARANDO EL TEXTO CONTRA CADA           *
      *    POSICION POSIBLE DE LA DESCRIPCION                          *
      *----------------------------------------------------------------*
       8635-EVALUAR-COINCIDENCIA.
           MOVE 'N' TO WSW-CSL-COINCIDE
           COMPUTE WZD-CSL-LIMITE = 30 - WZD-CSL-LONGITUD + 1
           PERFORM 8638-COMPARAR-POSICION
               VARYING WZD-CSL-POS FROM 1 BY 1
               UNTIL WZD-CSL-POS > WZD-CSL-LIMITE
               OR CSL-COINCIDE
           .

      *----------------------------------------------------------------*
      * 8638-COMPARAR-POSICION                                         *
      *----------------------------------------------------------------*
       8638-COMPARAR-POSICION.
           IF REG-DESCRIPCION IN REG-ARCH-MAESTRO
                   (WZD-CSL-POS:WZD-CSL-LONGITUD) =
                   WZD-CSL-BUSQUEDA (1:WZD-CSL-LONGITUD)
               MOVE 'S' TO WSW-CSL-COINCIDE
           END-IF
           .

      *----------------------------------------------------------------*
      * 8700-RECUPERACION-MAESTRO                                      *
      *    RECUPERACION DEL MAESTRO A PARTIR DE LA BITACORA DE         *
      *    IMAGENES: RETROCEDER TODO LO HECHO EN UNA SESION            *
      *    (APLICANDO LAS IMAGENES ANTERIORES EN ORDEN INVERSO DE      *
      *    SECUENCIA) O RESTAURAR EL RESPALDO DE UN MES Y REAPLICAR    *
      *    LA BITACORA HACIA ADELANTE DESDE UNA FECHA                  *
      *----------------------------------------------------------------*
       8700-RECUPERACION-MAESTRO.
           MOVE ZERO TO WCT-REC-APLICADOS
           MOVE ZERO TO WCT-REC-RESTAURADOS
           MOVE 'N' TO WSW-ERROR-RECUPERA
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '*           RECUPERACION DEL MAESTRO              *'
           DISPLAY '*  1. Retroceder una sesion                       *'
           DISPLAY '*  2. Restaurar respaldo y reaplicar bitacora     *'
           DISPLAY '*  3. Volver al menu principal                    *'
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '*  Opcion -> ' WITH NO ADVANCING
           ACCEPT WZD-REC-OPCION-ALFA
           IF WZD-REC-OPCION-ALFA IS NUMERIC
                   AND WZD-REC-OPCION-ALFA > '0'
               MOVE WZD-REC-OPCION-ALFA TO WZD-REC-OPCION
           ELSE
               MOVE 9 TO WZD-REC-OPCION
           END-IF
           EVALUATE WZD-REC-OPCION
               WHEN 1
                   PERFORM 8710-RETROCEDER-SESION
               WHEN 2
                   PERFORM 8730-REAPLICAR-JOURNAL
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY '*  OPCION INVALIDA, NADA QUE RECUPERAR'
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 8710-RETROCEDER-SESION                                         *
      *    DESHACER TODO LO QUE UNA SESION HIZO SOBRE EL MAESTRO:      *
      *    LAS ENTRADAS DE LA BITACORA DE ESA SESION SE ORDENAN POR    *
      *    SECUENCIA DESCENDENTE Y SE APLICAN AL REVES (LA ADICION     *
      *    SE RETIRA, EL CAMBIO VUELVE A SU IMAGEN ANTERIOR)           *
      *----------------------------------------------------------------*
       8710-RETROCEDER-SESION.
           DISPLAY '*  Sesion a retroceder (AAAAMMDDHHMMSS) -> '
               WITH NO ADVANCING
           ACCEPT WZD-REC-SESION
           IF WZD-REC-SESION = SPACES
               DISPLAY '*  SE REQUIERE LA SESION, NADA QUE RETROCEDER'
               MOVE 'S' TO WSW-ERROR-RECUPERA
           ELSE
               OPEN I-O ARCH-MAESTRO
               IF WFS-MAESTRO NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE '
                           'INVENTARIO'
                   MOVE 'S' TO WSW-ERROR-RECUPERA
               ELSE
                   SORT ARCH-ORDENAMIENTO
                       ON DESCENDING KEY ORD-JRN-SECUENCIA
                       INPUT PROCEDURE IS
                           8715-SELECCIONAR-JOURNAL-SESION
                       OUTPUT PROCEDURE IS 8720-APLICAR-RETROCESO
                   CLOSE ARCH-MAESTRO
                   IF NOT ERROR-RECUPERA
                       DISPLAY '*  OPERACIONES RETROCEDIDAS : '
                               WCT-REC-APLICADOS
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 8715-SELECCIONAR-JOURNAL-SESION                                *
      *    PROCEDIMIENTO DE ENTRADA DEL SORT DEL RETROCESO: ENTREGAR   *
      *    AL ORDENAMIENTO LAS ENTRADAS DE LA BITACORA DE LA SESION    *
      *    PEDIDA                                                      *
      *----------------------------------------------------------------*
       8715-SELECCIONAR-JOURNAL-SESION.
           MOVE 'N' TO WSW-FIN-JOURNAL
           OPEN INPUT ARCH-JOURNAL
           IF WFS-JOURNAL NOT = '00'
               DISPLAY '*  NO HAY BITACORA DEL MAESTRO'
               MOVE 'S' TO WSW-ERROR-RECUPERA
           ELSE
               PERFORM 8718-LEER-REGISTRO-JOURNAL
               PERFORM UNTIL FIN-JOURNAL
                   IF JRN-SESION = WZD-REC-SESION
                       MOVE JRN-SECUENCIA TO ORD-JRN-SECUENCIA
                       MOVE JRN-OPERACION TO ORD-JRN-OPERACION
                       MOVE JRN-CLAVE TO ORD-JRN-CLAVE
                       MOVE JRN-IMAGEN-ANTERIOR TO ORD-JRN-IMAGEN
                       RELEASE REG-ORD-JOURNAL
                   END-IF
                   PERFORM 8718-LEER-REGISTRO-JOURNAL
               END-PERFORM
               CLOSE ARCH-JOURNAL
           END-IF
           .

      *----------------------------------------------------------------*
      * 8718-LEER-REGISTRO-JOURNAL                                     *
      *----------------------------------------------------------------*
       8718-LEER-REGISTRO-JOURNAL.
           READ ARCH-JOURNAL
               AT END
                   MOVE 'S' TO WSW-FIN-JOURNAL
           END-READ
           .

      *----------------------------------------------------------------*
      * 8720-APLICAR-RETROCESO                                         *
      *----------------------------------------------------------------*
       8720-APLICAR-RETROCESO.
           MOVE 'N' TO WSW-FIN-ORDENAMIENTO
           PERFORM 8722-RETORNAR-REGISTRO-JOURNAL
           PERFORM UNTIL FIN-ORDENAMIENTO
               IF NOT ERROR-RECUPERA
                   PERFORM 8725-RETROCEDER-ENTRADA
               END-IF
               PERFORM 8722-RETORNAR-REGISTRO-JOURNAL
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 8722-RETORNAR-REGISTRO-JOURNAL                                 *
      *----------------------------------------------------------------*
       8722-RETORNAR-REGISTRO-JOURNAL.
           RETURN ARCH-ORDENAMIENTO
               AT END
                   MOVE 'S' TO WSW-FIN-ORDENAMIENTO
           END-RETURN
           .

      *----------------------------------------------------------------*
      * 8725-RETROCEDER-ENTRADA                                        *
      *    DESHACER UNA ENTRADA DE LA BITACORA: LA ADICION SE RETIRA   *
      *    DEL MAESTRO Y EL CAMBIO SE REESCRIBE CON SU IMAGEN          *
      *    ANTERIOR (REPONIENDOLA SI EL REGISTRO YA NO EXISTE)         *
      *----------------------------------------------------------------*
       8725-RETROCEDER-ENTRADA.
           EVALUATE ORD-JRN-OPERACION
               WHEN 'A'
                   MOVE ORD-JRN-CLAVE TO
                           REG-CLAVE-MAESTRO IN REG-ARCH-MAESTRO
                   DELETE ARCH-MAESTRO
                       INVALID KEY
                           DISPLAY '*  NO SE PUDO RETIRAR LA '
                                   'ADICION: ' ORD-JRN-CLAVE
                       NOT INVALID KEY
                           ADD 1 TO WCT-REC-APLICADOS
                   END-DELETE
               WHEN 'C'
                   MOVE ORD-JRN-IMAGEN TO REG-ARCH-MAESTRO
                   REWRITE REG-ARCH-MAESTRO
                       INVALID KEY
                           WRITE REG-ARCH-MAESTRO
                               INVALID KEY
                                   DISPLAY '*  NO SE PUDO REPONER LA '
                                           'IMAGEN: ' ORD-JRN-CLAVE
                               NOT INVALID KEY
                                   ADD 1 TO WCT-REC-APLICADOS
                           END-WRITE
                       NOT INVALID KEY
                           ADD 1 TO WCT-REC-APLICADOS
                   END-REWRITE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 8730-REAPLICAR-JOURNAL                                         *
      *    RESTAURAR EL RESPALDO MENSUAL (HISTNN) SOBRE EL MAESTRO Y   *
      *    REAPLICAR HACIA ADELANTE LAS IMAGENES NUEVAS DE LA          *
      *    BITACORA DESDE LA FECHA PEDIDA (FECHA EN BLANCO REAPLICA    *
      *    TODA LA BITACORA)                                           *
      *----------------------------------------------------------------*
       8730-REAPLICAR-JOURNAL.
           DISPLAY '*  Mes del respaldo (01-12) -> ' WITH NO ADVANCING
           ACCEPT WZD-REC-MES-ALFA
           IF WZD-REC-MES-ALFA IS NUMERIC
                   AND WZD-REC-MES-ALFA > '00'
                   AND WZD-REC-MES-ALFA < '13'
               MOVE WZD-REC-MES-ALFA TO WZD-MES-HISTORIA
               PERFORM 8440-ARMAR-NOMBRE-HISTORIA
               DISPLAY '*  Reaplicar desde fecha (AAAAMMDD) -> '
                   WITH NO ADVANCING
               ACCEPT WZD-REC-FECHA-ALFA
               IF WZD-REC-FECHA-ALFA IS NUMERIC
                   MOVE WZD-REC-FECHA-ALFA TO WZD-REC-FECHA-DESDE
               ELSE
                   MOVE ZERO TO WZD-REC-FECHA-DESDE
               END-IF
               PERFORM 8735-RESTAURAR-RESPALDO
               IF NOT ERROR-RECUPERA
                   PERFORM 8740-AVANZAR-JOURNAL
               END-IF
           ELSE
               DISPLAY '*  MES INVALIDO, NADA QUE RESTAURAR'
               MOVE 'S' TO WSW-ERROR-RECUPERA
           END-IF
           .

      *----------------------------------------------------------------*
      * 8735-RESTAURAR-RESPALDO                                        *
      *    REEMPLAZAR EL CONTENIDO COMPLETO DEL MAESTRO CON LA         *
      *    GENERACION DE HISTORIA DEL MES ELEGIDO                      *
      *----------------------------------------------------------------*
       8735-RESTAURAR-RESPALDO.
           MOVE 'N' TO WSW-FIN-HISTORIA
           OPEN INPUT ARCH-HISTORIA
           IF WFS-HISTORIA NOT = '00'
               DISPLAY '*  NO HAY RESPALDO DEL MES ('
                       WZD-NOMBRE-HISTORIA ')'
               MOVE 'S' TO WSW-ERROR-RECUPERA
           ELSE
               OPEN OUTPUT ARCH-MAESTRO
               IF WFS-MAESTRO NOT = '00'
                   DISPLAY '*  NO SE PUDO REESCRIBIR EL MAESTRO DE '
                           'INVENTARIO'
                   MOVE 'S' TO WSW-ERROR-RECUPERA
               ELSE
                   PERFORM 8468-LEER-REGISTRO-HISTORIA
                   PERFORM UNTIL FIN-HISTORIA
                       WRITE REG-ARCH-MAESTRO FROM REG-ARCH-HISTORIA
                       ADD 1 TO WCT-REC-RESTAURADOS
                       PERFORM 8468-LEER-REGISTRO-HISTORIA
                   END-PERFORM
                   CLOSE ARCH-MAESTRO
                   DISPLAY '*  REGISTROS RESTAURADOS DE '
                           WZD-NOMBRE-HISTORIA ' : '
                           WCT-REC-RESTAURADOS
               END-IF
               CLOSE ARCH-HISTORIA
           END-IF
           .

      *----------------------------------------------------------------*
      * 8740-AVANZAR-JOURNAL                                           *
      *----------------------------------------------------------------*
       8740-AVANZAR-JOURNAL.
           MOVE 'N' TO WSW-FIN-JOURNAL
           OPEN INPUT ARCH-JOURNAL
           IF WFS-JOURNAL NOT = '00'
               DISPLAY '*  NO HAY BITACORA QUE REAPLICAR'
           ELSE
               OPEN I-O ARCH-MAESTRO
               IF WFS-MAESTRO NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE '
                           'INVENTARIO'
                   MOVE 'S' TO WSW-ERROR-RECUPERA
               ELSE
                   PERFORM 8718-LEER-REGISTRO-JOURNAL
                   PERFORM UNTIL FIN-JOURNAL
                       IF JRN-FECHA >= WZD-REC-FECHA-DESDE
                           PERFORM 8750-APLICAR-ENTRADA-ADELANTE
                       END-IF
                       PERFORM 8718-LEER-REGISTRO-JOURNAL
                   END-PERFORM
                   CLOSE ARCH-MAESTRO
                   DISPLAY '*  OPERACIONES REAPLICADAS : '
                           WCT-REC-APLICADOS
               END-IF
               CLOSE ARCH-JOURNAL
           END-IF
           .

      *----------------------------------------------------------------*
      * 8750-APLICAR-ENTRADA-ADELANTE                                  *
      *    REAPLICAR UNA ENTRADA DE LA BITACORA SOBRE EL MAESTRO       *
      *    RESTAURADO: SIEMPRE QUEDA LA IMAGEN NUEVA (REESCRIBIENDO    *
      *    EL REGISTRO O CREANDOLO SI NO EXISTE)                       *
      *----------------------------------------------------------------*
       8750-APLICAR-ENTRADA-ADELANTE.
           MOVE JRN-IMAGEN-NUEVA TO REG-ARCH-MAESTRO
           REWRITE REG-ARCH-MAESTRO
               INVALID KEY
                   WRITE REG-ARCH-MAESTRO
                       INVALID KEY
                           DISPLAY '*  NO SE PUDO REAPLICAR LA '
                                   'IMAGEN: ' JRN-CLAVE
                       NOT INVALID KEY
                           ADD 1 TO WCT-REC-APLICADOS
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WCT-REC-APLICADOS
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * 8800-REPORTE-ANTIGUEDAD                                        *
      *    ANTIGUEDAD DEL INVENTARIO: PRIMERO SE RESUME DEL KARDEX,    *
      *    CON SORT POR ARTICULO + BODEGA, LA ULTIMA FECHA DE          *
      *    MOVIMIENTO DE CADA CLAVE (ARCHIVO DE TRABAJO ULTMOV);       *
      *    LUEGO EL MAESTRO ACTIVO SE CRUZA CONTRA ESE RESUMEN Y SE    *
      *    CLASIFICA POR RANGOS DE DIAS SIN MOVIMIENTO, ACUMULANDO     *
      *    UNIDADES Y COSTO POR RANGO Y ENTREGANDO LOS CASOS DE MAS    *
      *    DE UN ANO (O NUNCA MOVIDOS) A UN SEGUNDO SORT POR COSTO     *
      *    DESCENDENTE PARA LISTAR LOS PEORES                          *
      *----------------------------------------------------------------*
       8800-REPORTE-ANTIGUEDAD.
           MOVE ZERO TO WCT-ANT-EVALUADOS
           MOVE ZERO TO WCT-ANT-IMPRESOS
           MOVE ZERO TO WCT-ANT-TOT-ARTS
           MOVE ZERO TO WCT-ANT-TOT-UNIDADES
           MOVE ZERO TO WCT-ANT-TOT-COSTO
           MOVE ZERO TO WCT-ANT-RIESGO-COSTO
           MOVE 1 TO WZD-ANT-IDX
           PERFORM UNTIL WZD-ANT-IDX > 5
               MOVE ZERO TO ANT-CNT-ARTICULOS (WZD-ANT-IDX)
               MOVE ZERO TO ANT-CNT-UNIDADES (WZD-ANT-IDX)
               MOVE ZERO TO ANT-CNT-COSTO (WZD-ANT-IDX)
               ADD 1 TO WZD-ANT-IDX
           END-PERFORM
           MOVE 'N' TO WSW-ERROR-REPORTE
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           OPEN OUTPUT ARCH-REP-ANTIG
           IF WFS-REP-ANTIG NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL REPORTE DE ANTIGUEDAD'
               MOVE 'S' TO WSW-ERROR-REPORTE
           ELSE
               SORT ARCH-ORDENAMIENTO
                   ON ASCENDING KEY ORD-UMV-CLAVE
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 8815-SELECCIONAR-MOVS-ANTIG
                   OUTPUT PROCEDURE IS 8820-GRABAR-ULTIMO-MOV
               IF NOT ERROR-REPORTE
                   SORT ARCH-ORDENAMIENTO
                       ON DESCENDING KEY ORD-PEO-COSTO-EXT
                       INPUT PROCEDURE IS 8830-CRUZAR-MAESTRO-ULTMOV
                       OUTPUT PROCEDURE IS 8850-IMPRIMIR-ANTIGUEDAD
               END-IF
               CLOSE ARCH-REP-ANTIG
               IF NOT ERROR-REPORTE
                   DISPLAY '*  ANTIGUEDAD GENERADA: '
                           WCT-ANT-EVALUADOS ' ARTICULO(S)'
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 8815-SELECCIONAR-MOVS-ANTIG                                    *
      *    PROCEDIMIENTO DE ENTRADA DEL PRIMER SORT: ENTREGAR CADA     *
      *    MOVIMIENTO DEL KARDEX EN LINEA Y DE LAS GENERACIONES        *
      *    ANUALES ARCHIVADAS CON SU CLAVE Y FECHA, PARA QUE LO        *
      *    DEPURADO DEL KARDEX NO QUEDE COMO SIN MOVIMIENTO. LAS       *
      *    REVALUACIONES (ORIGEN V) NO CUENTAN COMO MOVIMIENTO         *
      *----------------------------------------------------------------*
       8815-SELECCIONAR-MOVS-ANTIG.
           MOVE 'N' TO WSW-FIN-MOVIMIENTOS
           OPEN INPUT ARCH-MOVIMIENTOS
           IF WFS-MOVIMIENTOS NOT = '00'
               DISPLAY '*  NO HAY MOVIMIENTOS EN LINEA'
           ELSE
               PERFORM 6600-LEER-MOVIMIENTO
               PERFORM UNTIL FIN-MOVIMIENTOS
                   IF MOV-ORIGEN NOT = 'V'
                       MOVE MOV-COD-ARTICULO TO ORD-UMV-ARTICULO
                       MOVE MOV-COD-BODEGA TO ORD-UMV-BODEGA
                       MOVE MOV-FECHA TO ORD-UMV-FECHA
                       RELEASE REG-ORD-ULTMOV
                   END-IF
                   PERFORM 6600-LEER-MOVIMIENTO
               END-PERFORM
               CLOSE ARCH-MOVIMIENTOS
           END-IF
           PERFORM 8817-SELECCIONAR-ARCHIVO-ANTIG
               VARYING WZD-ANIO-ARCHIVO-KDX
               FROM WCN-PRIMER-ANIO-KDX BY 1
               UNTIL WZD-ANIO-ARCHIVO-KDX > WFC-ANIO
           .

      *----------------------------------------------------------------*
      * 8817-SELECCIONAR-ARCHIVO-ANTIG                                 *
      *    ENTREGAR AL ORDENAMIENTO LOS MOVIMIENTOS DE UNA             *
      *    GENERACION ANUAL DEL KARDEX ARCHIVADO, SI EXISTE            *
      *----------------------------------------------------------------*
       8817-SELECCIONAR-ARCHIVO-ANTIG.
           PERFORM 7990-ARMAR-NOMBRE-ARCHIVO-KDX
           MOVE 'N' TO WSW-FIN-KDX-ARCHIVO
           OPEN INPUT ARCH-KDX-ARCHIVO
           IF WFS-KDX-ARCHIVO = '00'
               PERFORM 7968-LEER-ARCHIVO-ANUAL
               PERFORM UNTIL FIN-KDX-ARCHIVO
                   MOVE REG-ARCH-KDX-ARCHIVO TO REG-ARCH-MOVIMIENTO
                   IF MOV-ORIGEN NOT = 'V'
                       MOVE MOV-COD-ARTICULO TO ORD-UMV-ARTICULO
                       MOVE MOV-COD-BODEGA TO ORD-UMV-BODEGA
                       MOVE MOV-FECHA TO ORD-UMV-FECHA
                       RELEASE REG-ORD-ULTMOV
                   END-IF
                   PERFORM 7968-LEER-ARCHIVO-ANUAL
               END-PERFORM
               CLOSE ARCH-KDX-ARCHIVO
           END-IF
           .

      *----------------------------------------------------------------*
      * 8820-GRABAR-ULTIMO-MOV                                         *
      *    PROCEDIMIENTO DE SALIDA DEL PRIMER SORT: POR CADA CLAVE     *
      *    DEJAR EN EL ARCHIVO DE TRABAJO LA MAYOR FECHA DE            *
      *    MOVIMIENTO ENCONTRADA                                       *
      *----------------------------------------------------------------*
       8820-GRABAR-ULTIMO-MOV.
           MOVE 'N' TO WSW-FIN-ORDENAMIENTO
           MOVE LOW-VALUES TO WZD-ANT-CLAVE-ANT
           MOVE ZERO TO WZD-ANT-FECHA-MAX
           OPEN OUTPUT ARCH-ULT-MOV
           IF WFS-ULT-MOV NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL RESUMEN DE ULTIMOS '
                       'MOVIMIENTOS'
               MOVE 'S' TO WSW-ERROR-REPORTE
               PERFORM 8825-RETORNAR-ULTMOV
               PERFORM UNTIL FIN-ORDENAMIENTO
                   PERFORM 8825-RETORNAR-ULTMOV
               END-PERFORM
           ELSE
               PERFORM 8825-RETORNAR-ULTMOV
               PERFORM UNTIL FIN-ORDENAMIENTO
                   IF ORD-UMV-CLAVE NOT = WZD-ANT-CLAVE-ANT
                       PERFORM 8822-GRABAR-CLAVE-ULTMOV
                       MOVE ORD-UMV-CLAVE TO WZD-ANT-CLAVE-ANT
                       MOVE ORD-UMV-FECHA TO WZD-ANT-FECHA-MAX
                   ELSE
                       IF ORD-UMV-FECHA > WZD-ANT-FECHA-MAX
                           MOVE ORD-UMV-FECHA TO WZD-ANT-FECHA-MAX
                       END-IF
                   END-IF
                   PERFORM 8825-RETORNAR-ULTMOV
               END-PERFORM
               PERFORM 8822-GRABAR-CLAVE-ULTMOV
               CLOSE ARCH-ULT-MOV
           END-IF
           .

      *----------------------------------------------------------------*
      * 8822-GRABAR-CLAVE-ULTMOV                                       *
      *----------------------------------------------------------------*
       8822-GRABAR-CLAVE-ULTMOV.
           IF WZD-ANT-CLAVE-ANT NOT = LOW-VALUES
               MOVE WZD-ANT-CLAVE-ANT TO ULT-CLAVE
               MOVE WZD-ANT-FECHA-MAX TO ULT-FECHA
               WRITE REG-ARCH-ULT-MOV
           END-IF
           .

      *----------------------------------------------------------------*
      * 8825-RETORNAR-ULTMOV                                           *
      *----------------------------------------------------------------*
       8825-RETORNAR-ULTMOV.
           RETURN ARCH-ORDENAMIENTO
               AT END
                   MOVE 'S' TO WSW-FIN-ORDENAMIENTO
           END-RETURN
           .

      *----------------------------------------------------------------*
      * 8830-CRUZAR-MAESTRO-ULTMOV                                     *
      *    PROCEDIMIENTO DE ENTRADA DEL SEGUNDO SORT: CRUCE            *
      *    SECUENCIAL DEL MAESTRO ACTIVO CONTRA EL RESUMEN DE          *
      *    ULTIMOS MOVIMIENTOS (AMBOS EN ORDEN DE CLAVE). CADA         *
      *    ARTICULO SE CLASIFICA EN SU RANGO Y LOS DE MAS DE UN ANO    *
      *    O SIN MOVIMIENTO SE ENTREGAN AL ORDENAMIENTO POR COSTO      *
      *----------------------------------------------------------------*
       8830-CRUZAR-MAESTRO-ULTMOV.
           MOVE 'N' TO WSW-FIN-MAESTRO
           MOVE 'N' TO WSW-FIN-ULT-MOV
           OPEN INPUT ARCH-ULT-MOV
           IF WFS-ULT-MOV NOT = '00'
               MOVE 'S' TO WSW-FIN-ULT-MOV
           END-IF
           OPEN INPUT ARCH-MAESTRO
           IF WFS-MAESTRO NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE INVENTARIO'
               MOVE 'S' TO WSW-ERROR-REPORTE
           ELSE
               PERFORM 3510-POSICIONAR-INICIO-MAESTRO
               IF NOT FIN-MAESTRO
                   PERFORM 8255-LEER-MAESTRO-ACTIVO
               END-IF
               IF NOT FIN-ULT-MOV
                   PERFORM 8835-LEER-ULTMOV
               END-IF
               PERFORM UNTIL FIN-MAESTRO
                   PERFORM UNTIL FIN-ULT-MOV
                       OR ULT-CLAVE NOT <
                           REG-CLAVE-MAESTRO IN REG-ARCH-MAESTRO
                       PERFORM 8835-LEER-ULTMOV
                   END-PERFORM
                   IF NOT FIN-ULT-MOV
                       AND ULT-CLAVE =
                           REG-CLAVE-MAESTRO IN REG-ARCH-MAESTRO
                       MOVE ULT-FECHA TO WZD-ANT-FECHA-ULT
                   ELSE
                       MOVE ZERO TO WZD-ANT-FECHA-ULT
                   END-IF
                   PERFORM 8840-CLASIFICAR-ANTIGUEDAD
                   PERFORM 8255-LEER-MAESTRO-ACTIVO
               END-PERFORM
               CLOSE ARCH-MAESTRO
           END-IF
           IF WFS-ULT-MOV = '00'
               CLOSE ARCH-ULT-MOV
           END-IF
           .

      *----------------------------------------------------------------*
      * 8835-LEER-ULTMOV                                               *
      *----------------------------------------------------------------*
       8835-LEER-ULTMOV.
           READ ARCH-ULT-MOV
               AT END
                   MOVE 'S' TO WSW-FIN-ULT-MOV
           END-READ
           .

      *----------------------------------------------------------------*
      * 8840-CLASIFICAR-ANTIGUEDAD                                     *
      *    CLASIFICAR EL ARTICULO LEIDO DEL MAESTRO EN SU RANGO DE     *
      *    ANTIGUEDAD. LOS DIAS SE CALCULAN CON EL CALENDARIO          *
      *    COMERCIAL DE 30/360, SUFICIENTE PARA LOS CORTES DE 90,      *
      *    180 Y 365 DIAS                                              *
      *----------------------------------------------------------------*
       8840-CLASIFICAR-ANTIGUEDAD.
           ADD 1 TO WCT-ANT-EVALUADOS
           IF WZD-ANT-FECHA-ULT = ZERO
               MOVE 5 TO WZD-ANT-RANGO
           ELSE
               MOVE WZD-ANT-FECHA-ULT (1:4) TO WZD-ANT-ANIO
               MOVE WZD-ANT-FECHA-ULT (5:2) TO WZD-ANT-MES
               MOVE WZD-ANT-FECHA-ULT (7:2) TO WZD-ANT-DIA
               COMPUTE WZD-ANT-DIAS =
                       (WFC-ANIO - WZD-ANT-ANIO) * 360 +
                       (WFC-MES - WZD-ANT-MES) * 30 +
                       (WFC-DIA - WZD-ANT-DIA)
               IF WZD-ANT-DIAS < ZERO
                   MOVE ZERO TO WZD-ANT-DIAS
               END-IF
               EVALUATE TRUE
                   WHEN WZD-ANT-DIAS NOT > WCN-ANT-CORTE-1
                       MOVE 1 TO WZD-ANT-RANGO
                   WHEN WZD-ANT-DIAS NOT > WCN-ANT-CORTE-2
                       MOVE 2 TO WZD-ANT-RANGO
                   WHEN WZD-ANT-DIAS NOT > WCN-ANT-CORTE-3
                       MOVE 3 TO WZD-ANT-RANGO
                   WHEN OTHER
                       MOVE 4 TO WZD-ANT-RANGO
               END-EVALUATE
           END-IF
           COMPUTE WCT-COSTO-EXT-ITEM =
                   REG-CANTIDAD IN REG-ARCH-MAESTRO *
                   REG-COSTO-UNIT IN REG-ARCH-MAESTRO
           ADD 1 TO ANT-CNT-ARTICULOS (WZD-ANT-RANGO)
           ADD REG-CANTIDAD IN REG-ARCH-MAESTRO
               TO ANT-CNT-UNIDADES (WZD-ANT-RANGO)
           ADD WCT-COSTO-EXT-ITEM TO ANT-CNT-COSTO (WZD-ANT-RANGO)
           IF WZD-ANT-RANGO > 3
               MOVE WCT-COSTO-EXT-ITEM TO ORD-PEO-COSTO-EXT
               MOVE REG-CLAVE-MAESTRO IN REG-ARCH-MAESTRO
                   TO ORD-PEO-CLAVE
               MOVE REG-DESCRIPCION IN REG-ARCH-MAESTRO
                   TO ORD-PEO-DESCRIPCION
               MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO
                   TO ORD-PEO-CANTIDAD
               MOVE WZD-ANT-FECHA-ULT TO ORD-PEO-FECHA
               RELEASE REG-ORD-PEOR
           END-IF
           .

      *----------------------------------------------------------------*
      * 8850-IMPRIMIR-ANTIGUEDAD                                       *
      *    PROCEDIMIENTO DE SALIDA DEL SEGUNDO SORT: IMPRIMIR EL       *
      *    RESUMEN POR RANGO, EL TOTAL GENERAL, EL VALOR EN RIESGO     *
      *    (MAS DE UN ANO O SIN MOVIMIENTO) Y LOS PEORES CASOS EN      *
      *    ORDEN DE COSTO DESCENDENTE                                  *
      *----------------------------------------------------------------*
       8850-IMPRIMIR-ANTIGUEDAD.
           PERFORM 8870-IMPRIMIR-ENCABEZADO-ANTIG
           MOVE 1 TO WZD-ANT-IDX
           PERFORM UNTIL WZD-ANT-IDX > 5
               MOVE ANT-RANGO-NOMBRE (WZD-ANT-IDX) TO LN-RANGO
               MOVE ANT-CNT-ARTICULOS (WZD-ANT-IDX) TO LN-ARTICULOS
               MOVE ANT-CNT-UNIDADES (WZD-ANT-IDX) TO LN-UNIDADES
               MOVE ANT-CNT-COSTO (WZD-ANT-IDX) TO LN-COSTO-EXT
               WRITE REG-ARCH-REP-ANTIG FROM WCH-LIN-DET-ANTIG
                   AFTER ADVANCING 1 LINE
               ADD ANT-CNT-ARTICULOS (WZD-ANT-IDX)
                   TO WCT-ANT-TOT-ARTS
               ADD ANT-CNT-UNIDADES (WZD-ANT-IDX)
                   TO WCT-ANT-TOT-UNIDADES
               ADD ANT-CNT-COSTO (WZD-ANT-IDX) TO WCT-ANT-TOT-COSTO
               ADD 1 TO WZD-ANT-IDX
           END-PERFORM
           MOVE 'TOTAL GENERAL' TO LN-RANGO
           MOVE WCT-ANT-TOT-ARTS TO LN-ARTICULOS
           MOVE WCT-ANT-TOT-UNIDADES TO LN-UNIDADES
           MOVE WCT-ANT-TOT-COSTO TO LN-COSTO-EXT
           WRITE REG-ARCH-REP-ANTIG FROM WCH-LIN-DET-ANTIG
               AFTER ADVANCING 2 LINES
           COMPUTE WCT-ANT-RIESGO-COSTO =
                   ANT-CNT-COSTO (4) + ANT-CNT-COSTO (5)
           MOVE 'VALOR EN RIESGO' TO LN-RANGO
           COMPUTE WCT-ANT-RIESGO-ARTS =
                   ANT-CNT-ARTICULOS (4) + ANT-CNT-ARTICULOS (5)
           COMPUTE WCT-ANT-RIESGO-UNIDADES =
                   ANT-CNT-UNIDADES (4) + ANT-CNT-UNIDADES (5)
           MOVE WCT-ANT-RIESGO-ARTS TO LN-ARTICULOS
           MOVE WCT-ANT-RIESGO-UNIDADES TO LN-UNIDADES
           MOVE WCT-ANT-RIESGO-COSTO TO LN-COSTO-EXT
           WRITE REG-ARCH-REP-ANTIG FROM WCH-LIN-DET-ANTIG
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-ANTIG
           WRITE REG-ARCH-REP-ANTIG
               AFTER ADVANCING 1 LINE
           WRITE REG-ARCH-REP-ANTIG FROM WCH-LIN-ENC-PEOR
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO WCT-ANT-IMPRESOS
           MOVE 'N' TO WSW-FIN-ORDENAMIENTO
           PERFORM 8855-RETORNAR-PEOR
           PERFORM UNTIL FIN-ORDENAMIENTO
               IF WCT-ANT-IMPRESOS < WCN-PEORES-ANTIG
                   PERFORM 8860-IMPRIMIR-LINEA-PEOR
               END-IF
               PERFORM 8855-RETORNAR-PEOR
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 8855-RETORNAR-PEOR                                             *
      *----------------------------------------------------------------*
       8855-RETORNAR-PEOR.
           RETURN ARCH-ORDENAMIENTO
               AT END
                   MOVE 'S' TO WSW-FIN-ORDENAMIENTO
           END-RETURN
           .

      *----------------------------------------------------------------*
      * 8860-IMPRIMIR-LINEA-PEOR                                       *
      *----------------------------------------------------------------*
       8860-IMPRIMIR-LINEA-PEOR.
           MOVE ORD-PEO-CLAVE (1:10) TO LW-COD-ARTICULO
           MOVE ORD-PEO-CLAVE (11:3) TO LW-BODEGA
           MOVE ORD-PEO-DESCRIPCION TO LW-DESCRIPCION
           IF ORD-PEO-FECHA = ZERO
               MOVE 'SIN MOV.' TO LW-FECHA
           ELSE
               MOVE ORD-PEO-FECHA (7:2) TO KF-DIA
               MOVE ORD-PEO-FECHA (5:2) TO KF-MES
               MOVE ORD-PEO-FECHA (1:4) TO KF-ANIO
               MOVE WCH-KDX-FECHA-FMT TO LW-FECHA
           END-IF
           MOVE ORD-PEO-CANTIDAD TO LW-CANTIDAD
           MOVE ORD-PEO-COSTO-EXT TO LW-COSTO-EXT
           WRITE REG-ARCH-REP-ANTIG FROM WCH-LIN-DET-PEOR
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-ANT-IMPRESOS
           .

      *----------------------------------------------------------------*
      * 8870-IMPRIMIR-ENCABEZADO-ANTIG                                 *
      *----------------------------------------------------------------*
       8870-IMPRIMIR-ENCABEZADO-ANTIG.
           WRITE REG-ARCH-REP-ANTIG FROM WCH-LIN-TIT-ANTIG
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-ANTIG FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-ANTIG
           WRITE REG-ARCH-REP-ANTIG
               AFTER ADVANCING 1 LINE
           WRITE REG-ARCH-REP-ANTIG FROM WCH-LIN-ENC-ANTIG
               AFTER ADVANCING 1 LINE
           .

      *----------------------------------------------------------------*
      * 8900-CUADRE-INVENTARIO                                         *
      *    PROBAR EL MAESTRO CONTRA LA HISTORIA Y EL KARDEX: LA        *
      *    GENERACION HISTNN ELEGIDA ES EL SALDO DE APERTURA, SE LE    *
      *    SUMAN LOS DELTAS DE TODOS LOS MOVIMIENTOS DEL KARDEX (EN    *
      *    LINEA Y ARCHIVADO) CON FECHA POSTERIOR AL CIERRE Y EL       *
      *    RESULTADO SE COMPARA POR ARTICULO + BODEGA CONTRA LA        *
      *    CANTIDAD Y EL COSTO ACTUALES DE INVMTR. TAMBIEN SE VALIDA   *
      *    QUE LA CANTIDAD ANTERIOR DE CADA MOVIMIENTO SEA EL SALDO    *
      *    CORRIDO DE LA CLAVE. LAS TRES FUENTES SE JUNTAN CON SORT    *
      *    POR CLAVE Y CADA DESCUADRE SE IMPRIME EN REPCUA CON SU      *
      *    VALOR ESPERADO Y SU VALOR ACTUAL                            *
      *----------------------------------------------------------------*
       8900-CUADRE-INVENTARIO.
           MOVE ZERO TO WCT-CUA-HISTORIA
           MOVE ZERO TO WCT-CUA-MOVIMIENTOS
           MOVE ZERO TO WCT-CUA-CLAVES
           MOVE ZERO TO WCT-CUA-DESC-CANTIDAD
           MOVE ZERO TO WCT-CUA-DESC-COSTO
           MOVE ZERO TO WCT-CUA-DESC-SALDO
           MOVE ZERO TO WCT-CUA-SIN-MAESTRO
           MOVE ZERO TO WCT-CUA-DESCUADRES
           MOVE ZERO TO WCT-NUM-PAGINA
           MOVE 'N' TO WSW-ERROR-CUADRE
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 8905-DEFINIR-CIERRE-CUADRE
           PERFORM 8440-ARMAR-NOMBRE-HISTORIA
           OPEN INPUT ARCH-HISTORIA
           IF WFS-HISTORIA NOT = '00'
               DISPLAY '*  NO EXISTE LA HISTORIA BASE ('
                       WZD-NOMBRE-HISTORIA ')'
               MOVE 'S' TO WSW-ERROR-CUADRE
           ELSE
               OPEN INPUT ARCH-MAESTRO
               IF WFS-MAESTRO NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE '
                           'INVENTARIO'
                   MOVE 'S' TO WSW-ERROR-CUADRE
               ELSE
                   OPEN OUTPUT ARCH-REP-CUADRE
                   IF WFS-REP-CUADRE NOT = '00'
                       DISPLAY '*  NO SE PUDO ABRIR EL REPORTE DE '
                               'CUADRE'
                       MOVE 'S' TO WSW-ERROR-CUADRE
                   ELSE
                       MOVE WCN-MAX-LINEAS TO WCT-LINEAS-PAGINA
                       SORT ARCH-ORDENAMIENTO
                           ON ASCENDING KEY ORD-CUA-CLAVE
                           ON ASCENDING KEY ORD-CUA-TIPO
                           WITH DUPLICATES IN ORDER
                           INPUT PROCEDURE IS
                               8910-SELECCIONAR-CUADRE
                           OUTPUT PROCEDURE IS
                               8930-CUADRAR-CLAVES
                       PERFORM 8970-IMPRIMIR-RESUMEN-CUADRE
                       CLOSE ARCH-REP-CUADRE
                       DISPLAY '*  CUADRE GENERADO: ' WCT-CUA-CLAVES
                               ' CLAVE(S), ' WCT-CUA-DESCUADRES
                               ' DESCUADRE(S)'
                   END-IF
                   CLOSE ARCH-MAESTRO
               END-IF
               CLOSE ARCH-HISTORIA
           END-IF
           .

      *----------------------------------------------------------------*
      * 8905-DEFINIR-CIERRE-CUADRE                                     *
      *    FIJAR LA GENERACION DE HISTORIA BASE Y LA FECHA DE SU       *
      *    CIERRE. EN PANTALLA SE PIDEN; EN LOTE VIENEN DE LA TARJETA  *
      *    DE CONTROL. MES EN BLANCO O INVALIDO = MES ANTERIOR, COMO   *
      *    EN EL COMPARATIVO; FECHA EN BLANCO = FIN DE ESE MES (DEL    *
      *    ANIO EN CURSO SI EL MES YA LLEGO, SI NO DEL ANIO ANTERIOR). *
      *    SE APLICAN LOS MOVIMIENTOS CON FECHA MAYOR A LA DEL CIERRE  *
      *----------------------------------------------------------------*
       8905-DEFINIR-CIERRE-CUADRE.
           MOVE SPACES TO WZD-CUA-MES-ALFA
           MOVE SPACES TO WZD-CUA-FECHA-ALFA
           IF MODO-INTERACTIVO
               DISPLAY '*  Mes de la historia base (MM)   -> '
                   WITH NO ADVANCING
               ACCEPT WZD-CUA-MES-ALFA
               DISPLAY '*  Fecha del cierre (AAAAMMDD)    -> '
                   WITH NO ADVANCING
               ACCEPT WZD-CUA-FECHA-ALFA
           ELSE
               IF WZD-LOT-MES-PROCESO > ZERO
                   MOVE WZD-LOT-MES-PROCESO TO WZD-CUA-MES-ALFA
               END-IF
               IF WZD-CUA-FECHA-PARM > ZERO
                   MOVE WZD-CUA-FECHA-PARM TO WZD-CUA-FECHA-ALFA
               END-IF
           END-IF
           IF WZD-CUA-MES-ALFA IS NUMERIC
               MOVE WZD-CUA-MES-ALFA TO WZD-MES-HISTORIA
           ELSE
               MOVE ZERO TO WZD-MES-HISTORIA
           END-IF
           IF WZD-MES-HISTORIA = ZERO OR WZD-MES-HISTORIA > 12
               IF WFC-MES = 1
                   MOVE 12 TO WZD-MES-HISTORIA
               ELSE
                   COMPUTE WZD-MES-HISTORIA = WFC-MES - 1
               END-IF
           END-IF
           IF WZD-CUA-FECHA-ALFA IS NUMERIC
               MOVE WZD-CUA-FECHA-ALFA TO WZD-CUA-FECHA-CIERRE
           ELSE
               IF WZD-MES-HISTORIA > WFC-MES
                   COMPUTE WZD-CUA-FECHA-CIERRE =
                           (WFC-ANIO - 1) * 10000
                           + WZD-MES-HISTORIA * 100 + 31
               ELSE
                   COMPUTE WZD-CUA-FECHA-CIERRE =
                           WFC-ANIO * 10000
                           + WZD-MES-HISTORIA * 100 + 31
               END-IF
           END-IF
           COMPUTE WZD-CUA-ANIO-CIERRE = WZD-CUA-FECHA-CIERRE / 10000
           IF WZD-CUA-ANIO-CIERRE < WCN-PRIMER-ANIO-KDX
               MOVE WCN-PRIMER-ANIO-KDX TO WZD-CUA-ANIO-CIERRE
           END-IF
           .

      *----------------------------------------------------------------*
      * 8910-SELECCIONAR-CUADRE                                        *
      *    PROCEDIMIENTO DE ENTRADA DEL SORT DEL CUADRE: ENTREGAR LA   *
      *    HISTORIA BASE (TIPO 0), LOS MOVIMIENTOS POSTERIORES AL      *
      *    CIERRE (TIPO 1), PRIMERO LOS ARCHIVADOS POR ANIO Y LUEGO    *
      *    LOS EN LINEA PARA CONSERVAR EL ORDEN CRONOLOGICO, Y EL      *
      *    MAESTRO ACTUAL (TIPO 2). UNA CLAVE DE BAJA CUENTA CON       *
      *    CANTIDAD CERO, PORQUE LA BAJA DEJA SU SALIDA EN EL KARDEX   *
      *----------------------------------------------------------------*
       8910-SELECCIONAR-CUADRE.
           MOVE 'N' TO WSW-FIN-HISTORIA
           PERFORM 8468-LEER-REGISTRO-HISTORIA
           PERFORM UNTIL FIN-HISTORIA
               MOVE HIS-CLAVE TO ORD-CUA-CLAVE
               MOVE '0' TO ORD-CUA-TIPO
               MOVE ZERO TO ORD-CUA-FECHA
               MOVE ZERO TO ORD-CUA-CANT-ANTERIOR
               IF HISTORIA-DE-BAJA
                   MOVE ZERO TO ORD-CUA-CANTIDAD
               ELSE
                   MOVE HIS-CANTIDAD TO ORD-CUA-CANTIDAD
               END-IF
               MOVE ZERO TO ORD-CUA-DELTA
               MOVE SPACE TO ORD-CUA-ORIGEN
               MOVE HIS-COSTO-UNIT TO ORD-CUA-COSTO-UNIT
               RELEASE REG-ORD-CUADRE
               ADD 1 TO WCT-CUA-HISTORIA
               PERFORM 8468-LEER-REGISTRO-HISTORIA
           END-PERFORM
           PERFORM 8915-SELECCIONAR-ARCH-CUADRE
               VARYING WZD-ANIO-ARCHIVO-KDX
               FROM WZD-CUA-ANIO-CIERRE BY 1
               UNTIL WZD-ANIO-ARCHIVO-KDX > WFC-ANIO
           MOVE 'N' TO WSW-FIN-MOVIMIENTOS
           OPEN INPUT ARCH-MOVIMIENTOS
           IF WFS-MOVIMIENTOS NOT = '00'
               DISPLAY '*  NO HAY MOVIMIENTOS EN LINEA'
           ELSE
               PERFORM 6600-LEER-MOVIMIENTO
               PERFORM UNTIL FIN-MOVIMIENTOS
                   PERFORM 8917-LIBERAR-MOVIMIENTO-CUADRE
                   PERFORM 6600-LEER-MOVIMIENTO
               END-PERFORM
               CLOSE ARCH-MOVIMIENTOS
           END-IF
           MOVE 'N' TO WSW-FIN-MAESTRO
           PERFORM 3510-POSICIONAR-INICIO-MAESTRO
           IF NOT FIN-MAESTRO
               PERFORM 3520-LEER-REGISTRO-MAESTRO
               PERFORM UNTIL FIN-MAESTRO
                   MOVE REG-CLAVE-MAESTRO IN REG-ARCH-MAESTRO
                       TO ORD-CUA-CLAVE
                   MOVE '2' TO ORD-CUA-TIPO
                   MOVE ZERO TO ORD-CUA-FECHA
                   MOVE ZERO TO ORD-CUA-CANT-ANTERIOR
                   IF ARTICULO-DE-BAJA IN REG-ARCH-MAESTRO
                       MOVE ZERO TO ORD-CUA-CANTIDAD
                   ELSE
                       MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO
                           TO ORD-CUA-CANTIDAD
                   END-IF
                   MOVE ZERO TO ORD-CUA-DELTA
                   MOVE SPACE TO ORD-CUA-ORIGEN
                   MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                       TO ORD-CUA-COSTO-UNIT
                   RELEASE REG-ORD-CUADRE
                   PERFORM 3520-LEER-REGISTRO-MAESTRO
               END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------*
      * 8915-SELECCIONAR-ARCH-CUADRE                                   *
      *    ENTREGAR AL ORDENAMIENTO LOS MOVIMIENTOS POSTERIORES AL     *
      *    CIERRE DE UNA GENERACION ANUAL DEL KARDEX, SI EXISTE        *
      *----------------------------------------------------------------*
       8915-SELECCIONAR-ARCH-CUADRE.
           PERFORM 7990-ARMAR-NOMBRE-ARCHIVO-KDX
           MOVE 'N' TO WSW-FIN-KDX-ARCHIVO
           OPEN INPUT ARCH-KDX-ARCHIVO
           IF WFS-KDX-ARCHIVO = '00'
               PERFORM 7968-LEER-ARCHIVO-ANUAL
               PERFORM UNTIL FIN-KDX-ARCHIVO
                   MOVE REG-ARCH-KDX-ARCHIVO TO REG-ARCH-MOVIMIENTO
                   PERFORM 8917-LIBERAR-MOVIMIENTO-CUADRE
                   PERFORM 7968-LEER-ARCHIVO-ANUAL
               END-PERFORM
               CLOSE ARCH-KDX-ARCHIVO
           END-IF
           .

      *----------------------------------------------------------------*
      * 8917-LIBERAR-MOVIMIENTO-CUADRE                                 *
      *    ENTREGAR EL MOVIMIENTO DEJADO EN REG-ARCH-MOVIMIENTO SI ES  *
      *    POSTERIOR AL CIERRE DE LA HISTORIA BASE                     *
      *----------------------------------------------------------------*
       8917-LIBERAR-MOVIMIENTO-CUADRE.
           IF MOV-FECHA > WZD-CUA-FECHA-CIERRE
               MOVE MOV-COD-ARTICULO TO ORD-CUA-COD-ARTICULO
               MOVE MOV-COD-BODEGA TO ORD-CUA-COD-BODEGA
               MOVE '1' TO ORD-CUA-TIPO
               MOVE MOV-FECHA TO ORD-CUA-FECHA
               MOVE MOV-CANT-ANTERIOR TO ORD-CUA-CANT-ANTERIOR
               MOVE MOV-CANT-NUEVA TO ORD-CUA-CANTIDAD
               MOVE MOV-DELTA TO ORD-CUA-DELTA
               MOVE MOV-ORIGEN TO ORD-CUA-ORIGEN
               MOVE MOV-COSTO-NUEVO TO ORD-CUA-COSTO-UNIT
               RELEASE REG-ORD-CUADRE
               ADD 1 TO WCT-CUA-MOVIMIENTOS
           END-IF
           .

      *----------------------------------------------------------------*
      * 8930-CUADRAR-CLAVES                                            *
      *    PROCEDIMIENTO DE SALIDA DEL SORT DEL CUADRE: CORTE DE       *
      *    CONTROL POR ARTICULO + BODEGA. DENTRO DE LA CLAVE LLEGAN    *
      *    LA HISTORIA, LOS MOVIMIENTOS EN ORDEN Y AL FINAL EL         *
      *    MAESTRO; AL CAMBIAR DE CLAVE SE COMPARA LO RECONSTRUIDO     *
      *----------------------------------------------------------------*
       8930-CUADRAR-CLAVES.
           MOVE 'N' TO WSW-FIN-ORDENAMIENTO
           MOVE LOW-VALUES TO WZD-CUA-CLAVE-ANTERIOR
           PERFORM 8938-RETORNAR-CUADRE
           PERFORM UNTIL FIN-ORDENAMIENTO
               IF ORD-CUA-CLAVE NOT = WZD-CUA-CLAVE-ANTERIOR
                   PERFORM 8940-COMPARAR-CLAVE-CUADRE
                   PERFORM 8932-INICIAR-CLAVE-CUADRE
               END-IF
               PERFORM 8935-APLICAR-REGISTRO-CUADRE
               PERFORM 8938-RETORNAR-CUADRE
           END-PERFORM
           PERFORM 8940-COMPARAR-CLAVE-CUADRE
           .

      *----------------------------------------------------------------*
      * 8932-INICIAR-CLAVE-CUADRE                                      *
      *    UNA CLAVE SIN HISTORIA PARTE DE CERO                        *
      *----------------------------------------------------------------*
       8932-INICIAR-CLAVE-CUADRE.
           MOVE ORD-CUA-CLAVE TO WZD-CUA-CLAVE-ANTERIOR
           MOVE ZERO TO WZD-CUA-CANT-RECONSTRUIDA
           MOVE ZERO TO WZD-CUA-CANT-CORRIENTE
           MOVE ZERO TO WZD-CUA-COSTO-ESPERADO
           MOVE ZERO TO WZD-CUA-CANT-MAESTRO
           MOVE ZERO TO WZD-CUA-COSTO-MAESTRO
           MOVE 'N' TO WSW-CUA-CON-BASE
           MOVE 'N' TO WSW-CUA-EN-MAESTRO
           .

      *----------------------------------------------------------------*
      * 8935-APLICAR-REGISTRO-CUADRE                                   *
      *    LA HISTORIA ABRE EL SALDO; CADA MOVIMIENTO SE VALIDA        *
      *    CONTRA EL SALDO CORRIDO Y SUMA SU DELTA AL RECONSTRUIDO.    *
      *    DESPUES DE UN SALTO EL SALDO CORRIDO SE RETOMA DESDE LA     *
      *    CANTIDAD NUEVA DEL MOVIMIENTO PARA QUE UN SOLO HUECO NO     *
      *    MARQUE TODOS LOS MOVIMIENTOS SIGUIENTES; EL RECONSTRUIDO    *
      *    NO SE CORRIGE Y EL DESCUADRE APARECE TAMBIEN AL FINAL       *
      *----------------------------------------------------------------*
       8935-APLICAR-REGISTRO-CUADRE.
           EVALUATE ORD-CUA-TIPO
               WHEN '0'
                   MOVE ORD-CUA-CANTIDAD TO WZD-CUA-CANT-RECONSTRUIDA
                   MOVE ORD-CUA-CANTIDAD TO WZD-CUA-CANT-CORRIENTE
                   MOVE ORD-CUA-COSTO-UNIT TO WZD-CUA-COSTO-ESPERADO
                   MOVE 'S' TO WSW-CUA-CON-BASE
               WHEN '1'
                   IF ORD-CUA-CANT-ANTERIOR NOT = WZD-CUA-CANT-CORRIENTE
                       MOVE SPACES TO WCH-LIN-DET-CUADRE
                       MOVE ORD-CUA-FECHA (7:2) TO KF-DIA
                       MOVE ORD-CUA-FECHA (5:2) TO KF-MES
                       MOVE ORD-CUA-FECHA (1:4) TO KF-ANIO
                       MOVE WCH-KDX-FECHA-FMT TO LCU-FECHA
                       MOVE ORD-CUA-ORIGEN TO LCU-ORIGEN
                       MOVE WZD-CUA-CANT-CORRIENTE TO LCU-CANT-ESPERADA
                       MOVE ORD-CUA-CANT-ANTERIOR TO LCU-CANT-ACTUAL
                       MOVE 'CANT. ANTERIOR DEL MOVIMIENTO' TO LCU-TIPO
                       PERFORM 8960-IMPRIMIR-DESCUADRE
                       ADD 1 TO WCT-CUA-DESC-SALDO
                   END-IF
                   ADD ORD-CUA-DELTA TO WZD-CUA-CANT-RECONSTRUIDA
                   MOVE ORD-CUA-CANTIDAD TO WZD-CUA-CANT-CORRIENTE
                   IF ORD-CUA-COSTO-UNIT > ZERO
                       MOVE ORD-CUA-COSTO-UNIT
                           TO WZD-CUA-COSTO-ESPERADO
                   END-IF
                   MOVE 'S' TO WSW-CUA-CON-BASE
               WHEN OTHER
                   MOVE ORD-CUA-CANTIDAD TO WZD-CUA-CANT-MAESTRO
                   MOVE ORD-CUA-COSTO-UNIT TO WZD-CUA-COSTO-MAESTRO
                   MOVE 'S' TO WSW-CUA-EN-MAESTRO
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 8938-RETORNAR-CUADRE                                           *
      *----------------------------------------------------------------*
       8938-RETORNAR-CUADRE.
           RETURN ARCH-ORDENAMIENTO
               AT END
                   MOVE 'S' TO WSW-FIN-ORDENAMIENTO
           END-RETURN
           .

      *----------------------------------------------------------------*
      * 8940-COMPARAR-CLAVE-CUADRE                                     *
      *    AL CERRAR LA CLAVE: LA CANTIDAD DEL MAESTRO DEBE SER LA     *
      *    RECONSTRUIDA Y SU COSTO EL DEL ULTIMO MOVIMIENTO (O EL DE   *
      *    LA HISTORIA SI NO HUBO MOVIMIENTOS). UNA CLAVE CON SALDO    *
      *    RECONSTRUIDO QUE NO ESTA EN EL MAESTRO TAMBIEN DESCUADRA    *
      *----------------------------------------------------------------*
       8940-COMPARAR-CLAVE-CUADRE.
           IF WZD-CUA-CLAVE-ANTERIOR NOT = LOW-VALUES
               ADD 1 TO WCT-CUA-CLAVES
               IF CUA-EN-MAESTRO
                   IF WZD-CUA-CANT-MAESTRO
                           NOT = WZD-CUA-CANT-RECONSTRUIDA
                       MOVE SPACES TO WCH-LIN-DET-CUADRE
                       MOVE WZD-CUA-CANT-RECONSTRUIDA
                           TO LCU-CANT-ESPERADA
                       MOVE WZD-CUA-CANT-MAESTRO TO LCU-CANT-ACTUAL
                       MOVE 'CANTIDAD DEL MAESTRO' TO LCU-TIPO
                       PERFORM 8960-IMPRIMIR-DESCUADRE
                       ADD 1 TO WCT-CUA-DESC-CANTIDAD
                   END-IF
                   IF CUA-CON-BASE
                       AND WZD-CUA-COSTO-MAESTRO
                           NOT = WZD-CUA-COSTO-ESPERADO
                       MOVE SPACES TO WCH-LIN-DET-CUADRE
                       MOVE WZD-CUA-COSTO-ESPERADO
                           TO LCU-COSTO-ESPERADO
                       MOVE WZD-CUA-COSTO-MAESTRO TO LCU-COSTO-ACTUAL
                       MOVE 'COSTO UNITARIO DEL MAESTRO' TO LCU-TIPO
                       PERFORM 8960-IMPRIMIR-DESCUADRE
                       ADD 1 TO WCT-CUA-DESC-COSTO
                   END-IF
               ELSE
                   IF WZD-CUA-CANT-RECONSTRUIDA NOT = ZERO
                       MOVE SPACES TO WCH-LIN-DET-CUADRE
                       MOVE WZD-CUA-CANT-RECONSTRUIDA
                           TO LCU-CANT-ESPERADA
                       MOVE ZERO TO LCU-CANT-ACTUAL
                       MOVE WZD-CUA-COSTO-ESPERADO
                           TO LCU-COSTO-ESPERADO
                       MOVE 'NO EXISTE EN EL MAESTRO' TO LCU-TIPO
                       PERFORM 8960-IMPRIMIR-DESCUADRE
                       ADD 1 TO WCT-CUA-SIN-MAESTRO
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 8960-IMPRIMIR-DESCUADRE                                        *
      *    IMPRIMIR LA LINEA DE DESCUADRE YA ARMADA POR EL LLAMADOR    *
      *    CON LA CLAVE EN CURSO                                       *
      *----------------------------------------------------------------*
       8960-IMPRIMIR-DESCUADRE.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 8980-IMPRIMIR-ENCABEZADO-CUADRE
           END-IF
           MOVE WZD-CUA-ART-ANTERIOR TO LCU-COD-ARTICULO
           MOVE WZD-CUA-BOD-ANTERIOR TO LCU-COD-BODEGA
           WRITE REG-ARCH-REP-CUADRE FROM WCH-LIN-DET-CUADRE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           ADD 1 TO WCT-CUA-DESCUADRES
           .

      *----------------------------------------------------------------*
      * 8970-IMPRIMIR-RESUMEN-CUADRE                                   *
      *    RESUMEN DEL CUADRE CON LO LEIDO Y LOS DESCUADRES POR TIPO   *
      *----------------------------------------------------------------*
       8970-IMPRIMIR-RESUMEN-CUADRE.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS - 10
               PERFORM 8980-IMPRIMIR-ENCABEZADO-CUADRE
           END-IF
           MOVE SPACES TO REG-ARCH-REP-CUADRE
           WRITE REG-ARCH-REP-CUADRE
               AFTER ADVANCING 1 LINE
           MOVE 'REGISTROS DE LA HISTORIA BASE' TO LR-MOTIVO
           MOVE WCT-CUA-HISTORIA TO LR-CANTIDAD
           WRITE REG-ARCH-REP-CUADRE FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'MOVIMIENTOS DE KARDEX APLICADOS' TO LR-MOTIVO
           MOVE WCT-CUA-MOVIMIENTOS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-CUADRE FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'CLAVES REVISADAS' TO LR-MOTIVO
           MOVE WCT-CUA-CLAVES TO LR-CANTIDAD
           WRITE REG-ARCH-REP-CUADRE FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'DESCUADRES DE CANTIDAD' TO LR-MOTIVO
           MOVE WCT-CUA-DESC-CANTIDAD TO LR-CANTIDAD
           WRITE REG-ARCH-REP-CUADRE FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'DESCUADRES DE COSTO UNITARIO' TO LR-MOTIVO
           MOVE WCT-CUA-DESC-COSTO TO LR-CANTIDAD
           WRITE REG-ARCH-REP-CUADRE FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'MOVIMIENTOS CON SALDO ANTERIOR ERRADO' TO LR-MOTIVO
           MOVE WCT-CUA-DESC-SALDO TO LR-CANTIDAD
           WRITE REG-ARCH-REP-CUADRE FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'CLAVES CON SALDO QUE NO ESTAN EN MAESTRO' TO LR-MOTIVO
           MOVE WCT-CUA-SIN-MAESTRO TO LR-CANTIDAD
           WRITE REG-ARCH-REP-CUADRE FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL DE DESCUADRES' TO LR-MOTIVO
           MOVE WCT-CUA-DESCUADRES TO LR-CANTIDAD
           WRITE REG-ARCH-REP-CUADRE FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           ADD 9 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 8980-IMPRIMIR-ENCABEZADO-CUADRE                                *
      *----------------------------------------------------------------*
       8980-IMPRIMIR-ENCABEZADO-CUADRE.
           ADD 1 TO WCT-NUM-PAGINA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ARCH-REP-CUADRE FROM WCH-LIN-TIT-CUADRE
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-MES    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-CUADRE FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE WZD-NOMBRE-HISTORIA TO LPC-HISTORIA
           MOVE WZD-CUA-FECHA-CIERRE (7:2) TO KF-DIA
           MOVE WZD-CUA-FECHA-CIERRE (5:2) TO KF-MES
           MOVE WZD-CUA-FECHA-CIERRE (1:4) TO KF-ANIO
           MOVE WCH-KDX-FECHA-FMT TO LPC-FECHA-CIERRE
           WRITE REG-ARCH-REP-CUADRE FROM WCH-LIN-PARM-CUADRE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-CUADRE
           WRITE REG-ARCH-REP-CUADRE
               AFTER ADVANCING 1 LINE
           WRITE REG-ARCH-REP-CUADRE FROM WCH-LIN-ENC-CUADRE
               AFTER ADVANCING 1 LINE
           MOVE 5 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 8500-PROGRAMAR-CONTEO-CICLICO                                  *
      *    PROGRAMAR EL CONTEO CICLICO DEL DIA. CADA CLAVE ACTIVA DEL  *
      *    MAESTRO TOMA SU CLASE CON LOS CORTES DEL REPORTE ABC; LAS   *
      *    CLAVES CUYO CICLO YA SE CUMPLIO (A MENSUAL, B TRIMESTRAL, C *
      *    ANUAL) SON CANDIDATAS Y CADA DIA HABIL SE TOMA POR CLASE LA *
      *    CUOTA QUE REPARTE LA CLASE COMPLETA EN LOS DIAS HABILES DE  *
      *    SU CICLO, EMPEZANDO POR LAS DE CONTEO MAS ANTIGUO. SE       *
      *    IMPRIME LA HOJA DE CONTEO CIEGA POR BODEGA Y EL ESQUELETO   *
      *    DEL ARCHIVO DE CONTEO (MISMO LAYOUT DE CONTFIS) PARA        *
      *    LLENAR Y CARGAR POR LA OPCION 7. UNA CLAVE PROGRAMADA QUE   *
      *    NO SE CONTO QUEDA COMO OMITIDA EN LA SIGUIENTE PROGRAMACION *
      *----------------------------------------------------------------*
       8500-PROGRAMAR-CONTEO-CICLICO.
           MOVE ZERO TO WCT-NUM-PAGINA
           MOVE ZERO TO WCT-CIC-PROGRAMADAS
           MOVE ZERO TO WCT-CIC-OMITIDAS
           MOVE ZERO TO WCT-ABC-TOTAL-COSTO
           MOVE ZERO TO WCT-ABC-ACUMULADO
           INITIALIZE WCH-CIC-CONTADORES
           MOVE 'N' TO WSW-ERROR-CICLO
           MOVE 'N' TO WSW-ERROR-REPORTE
           ACCEPT WZD-CIC-DIA-SEMANA FROM DAY-OF-WEEK
           IF WZD-CIC-DIA-SEMANA > 5
               DISPLAY '*  HOY NO ES DIA HABIL, NO SE PROGRAMAN '
                       'CONTEOS'
           ELSE
               PERFORM 8505-ABRIR-CICLO
               IF NOT CICLO-DISPONIBLE
                   MOVE 'S' TO WSW-ERROR-CICLO
               ELSE
                   SORT ARCH-ORDENAMIENTO
                       ON DESCENDING KEY ORD-ABC-COSTO-EXT
                       INPUT PROCEDURE IS 4660-SELECCIONAR-MAESTRO-ABC
                       OUTPUT PROCEDURE IS 8510-CLASIFICAR-CLAVES
                   IF ERROR-REPORTE
                       MOVE 'S' TO WSW-ERROR-CICLO
                   END-IF
                   IF NOT ERROR-CICLO
                       PERFORM 8545-CALCULAR-CUOTAS
                       SORT ARCH-ORDENAMIENTO
                           ON ASCENDING KEY ORD-CIC-CLASE
                           ON ASCENDING KEY ORD-CIC-FECHA-ULT
                           ON ASCENDING KEY ORD-CIC-CLAVE
                           INPUT PROCEDURE IS 8520-SELECCIONAR-VENCIDAS
                           OUTPUT PROCEDURE IS 8525-ELEGIR-CONTEOS-DIA
                   END-IF
                   IF NOT ERROR-CICLO
                       PERFORM 8530-EMITIR-HOJAS-CONTEO
                   END-IF
                   PERFORM 8508-CERRAR-CICLO
               END-IF
           END-IF
           IF NOT ERROR-CICLO
               DISPLAY '*  CONTEOS PROGRAMADOS: ' WCT-CIC-PROGRAMADAS
                       ' OMITIDOS: ' WCT-CIC-OMITIDAS
           END-IF
           .

      *----------------------------------------------------------------*
      * 8505-ABRIR-CICLO                                               *
      *    ABRIR EL CONTROL DE CONTEO CICLICO EN I-O, CREANDOLO SI AUN *
      *    NO EXISTE, Y DEJAR LA FECHA DEL DIA PARA LA PROGRAMACION    *
      *----------------------------------------------------------------*
       8505-ABRIR-CICLO.
           MOVE 'N' TO WSW-CICLO-ABIERTO
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WCH-FECHA-SISTEMA TO WZD-CIC-HOY
           OPEN I-O ARCH-CICLO
           IF WFS-CICLO = '35'
               OPEN OUTPUT ARCH-CICLO
               CLOSE ARCH-CICLO
               OPEN I-O ARCH-CICLO
           END-IF
           IF WFS-CICLO = '00'
               MOVE 'S' TO WSW-CICLO-ABIERTO
           ELSE
               DISPLAY '*  NO SE PUDO ABRIR EL CONTROL DE CONTEO '
                       'CICLICO, ESTADO: ' WFS-CICLO
           END-IF
           .

      *----------------------------------------------------------------*
      * 8508-CERRAR-CICLO                                              *
      *----------------------------------------------------------------*
       8508-CERRAR-CICLO.
           IF CICLO-DISPONIBLE
               CLOSE ARCH-CICLO
               MOVE 'N' TO WSW-CICLO-ABIERTO
           END-IF
           .

      *----------------------------------------------------------------*
      * 8510-CLASIFICAR-CLAVES                                         *
      *    PROCEDIMIENTO DE SALIDA DEL SORT ABC: CLASIFICAR CADA CLAVE *
      *    CON EL PORCENTAJE ACUMULADO, ACTUALIZAR SU CLASE EN EL      *
      *    CONTROL Y DEJAR EN EL ARCHIVO DE TRABAJO LAS QUE YA ESTAN   *
      *    VENCIDAS PARA CONTEO                                        *
      *----------------------------------------------------------------*
       8510-CLASIFICAR-CLAVES.
           MOVE 'N' TO WSW-FIN-ORDENAMIENTO
           OPEN OUTPUT ARCH-TRABAJO-CICLO
           IF WFS-TRABAJO-CICLO NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO DE TRABAJO '
                       'DEL CONTEO CICLICO'
               MOVE 'S' TO WSW-ERROR-CICLO
           END-IF
           PERFORM 4680-RETORNAR-REGISTRO-ABC
           PERFORM UNTIL FIN-ORDENAMIENTO
               IF NOT ERROR-CICLO
                   PERFORM 4655-CALCULAR-CLASE-ABC
                   PERFORM 8512-ACTUALIZAR-CLASE-CICLO
               END-IF
               PERFORM 4680-RETORNAR-REGISTRO-ABC
           END-PERFORM
           IF WFS-TRABAJO-CICLO = '00'
               CLOSE ARCH-TRABAJO-CICLO
           END-IF
           .

      *----------------------------------------------------------------*
      * 8512-ACTUALIZAR-CLASE-CICLO                                    *
      *    LEER (O CREAR) EL CONTROL DE LA CLAVE Y DEJARLE LA CLASE    *
      *    DEL DIA. SI ESTABA PROGRAMADA PARA UN DIA ANTERIOR Y NO SE  *
      *    CONTO, SE MARCA OMITIDA. SI SU CICLO YA SE CUMPLIO SE       *
      *    ESCRIBE COMO CANDIDATA EN EL ARCHIVO DE TRABAJO             *
      *----------------------------------------------------------------*
       8512-ACTUALIZAR-CLASE-CICLO.
           MOVE ORD-ABC-COD-ARTICULO TO CIC-COD-ARTICULO
           MOVE ORD-ABC-COD-BODEGA TO CIC-COD-BODEGA
           READ ARCH-CICLO
               INVALID KEY
                   MOVE WZD-ABC-CLASE TO CIC-CLASE
                   MOVE ZERO TO CIC-FECHA-ULT-CONTEO
                   MOVE ZERO TO CIC-FECHA-PROGRAMADA
                   MOVE 'N' TO CIC-ESTADO
                   MOVE ZERO TO CIC-CONTEOS
                   MOVE ZERO TO CIC-EXACTOS
                   MOVE ZERO TO CIC-OMITIDOS
                   WRITE REG-ARCH-CICLO
                       INVALID KEY
                           DISPLAY '*  NO SE PUDO CREAR EL CONTROL DE '
                                   'CONTEO: ' CIC-CLAVE
                   END-WRITE
               NOT INVALID KEY
                   MOVE WZD-ABC-CLASE TO CIC-CLASE
                   IF CICLO-PROGRAMADO
                       AND CIC-FECHA-PROGRAMADA < WZD-CIC-HOY
                       MOVE 'O' TO CIC-ESTADO
                       ADD 1 TO CIC-OMITIDOS
                       ADD 1 TO WCT-CIC-OMITIDAS
                   END-IF
                   REWRITE REG-ARCH-CICLO
                       INVALID KEY
                           DISPLAY '*  NO SE PUDO ACTUALIZAR EL '
                                   'CONTROL DE CONTEO: ' CIC-CLAVE
                   END-REWRITE
           END-READ
           MOVE WZD-ABC-CLASE TO WZD-CIC-CLASE
           PERFORM 8515-UBICAR-CLASE-CICLO
           ADD 1 TO CIC-PLN-CLAVES (WZD-CIC-IDX)
           PERFORM 8514-EVALUAR-VENCIMIENTO
           IF CIC-CLAVE-VENCIDA
               MOVE WZD-ABC-CLASE TO CIT-CLASE
               MOVE CIC-FECHA-ULT-CONTEO TO CIT-FECHA-ULT-CONTEO
               MOVE ORD-ABC-COD-ARTICULO TO CIT-COD-ARTICULO
               MOVE ORD-ABC-COD-BODEGA TO CIT-COD-BODEGA
               MOVE ORD-ABC-DESCRIPCION TO CIT-DESCRIPCION
               WRITE REG-ARCH-TRABAJO-CICLO
           END-IF
           .

      *----------------------------------------------------------------*
      * 8514-EVALUAR-VENCIMIENTO                                       *
      *    UNA CLAVE ESTA VENCIDA PARA CONTEO SI NUNCA SE HA CONTADO O *
      *    SI DESDE SU ULTIMO CONTEO YA PASARON LOS DIAS DE SU CLASE   *
      *    (CALCULO COMERCIAL 30/360). UNA CLAVE YA PROGRAMADA HOY     *
      *    SIGUE VENCIDA, ASI QUE REPETIR EL PROCESO EN EL MISMO DIA   *
      *    VUELVE A EMITIR LA MISMA HOJA                               *
      *----------------------------------------------------------------*
       8514-EVALUAR-VENCIMIENTO.
           MOVE 'N' TO WSW-CIC-VENCIDA
           IF CIC-FECHA-ULT-CONTEO = ZERO
               MOVE 'S' TO WSW-CIC-VENCIDA
           ELSE
               MOVE CIC-FECHA-ULT-CONTEO TO WZD-CIC-FECHA-CALC
               COMPUTE WZD-CIC-DIAS =
                       (WFC-ANIO - WZD-CIC-ANIO) * 360 +
                       (WFC-MES - WZD-CIC-MES) * 30 +
                       (WFC-DIA - WZD-CIC-DIA)
               IF WZD-CIC-DIAS >= CIC-CLA-DIAS (WZD-CIC-IDX)
                   MOVE 'S' TO WSW-CIC-VENCIDA
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 8515-UBICAR-CLASE-CICLO                                        *
      *    DEJAR EN WZD-CIC-IDX LA POSICION DE WZD-CIC-CLASE EN LAS    *
      *    TABLAS DEL CONTEO CICLICO (LA CUARTA ES SIN CLASE)          *
      *----------------------------------------------------------------*
       8515-UBICAR-CLASE-CICLO.
           EVALUATE WZD-CIC-CLASE
               WHEN 'A'
                   MOVE 1 TO WZD-CIC-IDX
               WHEN 'B'
                   MOVE 2 TO WZD-CIC-IDX
               WHEN 'C'
                   MOVE 3 TO WZD-CIC-IDX
               WHEN OTHER
                   MOVE 4 TO WZD-CIC-IDX
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 8520-SELECCIONAR-VENCIDAS                                      *
      *    PROCEDIMIENTO DE ENTRADA DE LOS SORT DEL CONTEO CICLICO:    *
      *    ENTREGAR LAS CLAVES DEL ARCHIVO DE TRABAJO                  *
      *----------------------------------------------------------------*
       8520-SELECCIONAR-VENCIDAS.
           MOVE 'N' TO WSW-FIN-TRABAJO-CICLO
           OPEN INPUT ARCH-TRABAJO-CICLO
           IF WFS-TRABAJO-CICLO NOT = '00'
               DISPLAY '*  NO SE PUDO LEER EL ARCHIVO DE TRABAJO '
                       'DEL CONTEO CICLICO'
               MOVE 'S' TO WSW-ERROR-CICLO
           ELSE
               PERFORM 8522-LEER-TRABAJO-CICLO
               PERFORM UNTIL FIN-TRABAJO-CICLO
                   RELEASE REG-ORD-CICLO FROM REG-ARCH-TRABAJO-CICLO
                   PERFORM 8522-LEER-TRABAJO-CICLO
               END-PERFORM
               CLOSE ARCH-TRABAJO-CICLO
           END-IF
           .

      *----------------------------------------------------------------*
      * 8522-LEER-TRABAJO-CICLO                                        *
      *----------------------------------------------------------------*
       8522-LEER-TRABAJO-CICLO.
           READ ARCH-TRABAJO-CICLO
               AT END
                   MOVE 'S' TO WSW-FIN-TRABAJO-CICLO
           END-READ
           .

      *----------------------------------------------------------------*
      * 8525-ELEGIR-CONTEOS-DIA                                        *
      *    PROCEDIMIENTO DE SALIDA DEL SORT DE CANDIDATAS: POR CLASE,  *
      *    DE LA MAS ANTIGUA A LA MAS RECIENTE, TOMAR LAS CLAVES HASTA *
      *    COMPLETAR LA CUOTA DEL DIA Y DEJARLAS EN EL ARCHIVO DE      *
      *    TRABAJO PARA LA HOJA DE CONTEO                              *
      *----------------------------------------------------------------*
       8525-ELEGIR-CONTEOS-DIA.
           MOVE 'N' TO WSW-FIN-ORDENAMIENTO
           OPEN OUTPUT ARCH-TRABAJO-CICLO
           IF WFS-TRABAJO-CICLO NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO DE TRABAJO '
                       'DEL CONTEO CICLICO'
               MOVE 'S' TO WSW-ERROR-CICLO
           END-IF
           PERFORM 8528-RETORNAR-CICLO
           PERFORM UNTIL FIN-ORDENAMIENTO
               IF NOT ERROR-CICLO
                   MOVE ORD-CIC-CLASE TO WZD-CIC-CLASE
                   PERFORM 8515-UBICAR-CLASE-CICLO
                   IF CIC-PLN-ELEGIDAS (WZD-CIC-IDX) <
                           CIC-PLN-CUOTA (WZD-CIC-IDX)
                       PERFORM 8527-PROGRAMAR-CLAVE
                   END-IF
               END-IF
               PERFORM 8528-RETORNAR-CICLO
           END-PERFORM
           IF WFS-TRABAJO-CICLO = '00'
               CLOSE ARCH-TRABAJO-CICLO
           END-IF
           .

      *----------------------------------------------------------------*
      * 8527-PROGRAMAR-CLAVE                                           *
      *    MARCAR LA CLAVE COMO PROGRAMADA PARA HOY EN EL CONTROL Y    *
      *    ESCRIBIRLA PARA LA HOJA DE CONTEO                           *
      *----------------------------------------------------------------*
       8527-PROGRAMAR-CLAVE.
           MOVE ORD-CIC-CLAVE TO CIC-CLAVE
           READ ARCH-CICLO
               INVALID KEY
                   DISPLAY '*  CLAVE SIN CONTROL DE CONTEO: ' CIC-CLAVE
               NOT INVALID KEY
                   MOVE 'P' TO CIC-ESTADO
                   MOVE WZD-CIC-HOY TO CIC-FECHA-PROGRAMADA
                   REWRITE REG-ARCH-CICLO
                       INVALID KEY
                           DISPLAY '*  NO SE PUDO PROGRAMAR EL CONTEO: '
                                   CIC-CLAVE
                       NOT INVALID KEY
                           WRITE REG-ARCH-TRABAJO-CICLO
                               FROM REG-ORD-CICLO
                           ADD 1 TO CIC-PLN-ELEGIDAS (WZD-CIC-IDX)
                           ADD 1 TO WCT-CIC-PROGRAMADAS
                   END-REWRITE
           END-READ
           .

      *----------------------------------------------------------------*
      * 8528-RETORNAR-CICLO                                            *
      *----------------------------------------------------------------*
       8528-RETORNAR-CICLO.
           RETURN ARCH-ORDENAMIENTO
               AT END
                   MOVE 'S' TO WSW-FIN-ORDENAMIENTO
           END-RETURN
           .

      *----------------------------------------------------------------*
      * 8530-EMITIR-HOJAS-CONTEO                                       *
      *    ABRIR LA HOJA DE CONTEO Y EL ESQUELETO DEL ARCHIVO DE       *
      *    CONTEO Y ORDENAR LAS CLAVES PROGRAMADAS POR BODEGA +        *
      *    ARTICULO                                                    *
      *----------------------------------------------------------------*
       8530-EMITIR-HOJAS-CONTEO.
           OPEN OUTPUT ARCH-REP-CICLO
           IF WFS-REP-CICLO NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR LA HOJA DE CONTEO CICLICO'
               MOVE 'S' TO WSW-ERROR-CICLO
           ELSE
               OPEN OUTPUT ARCH-CONTEO-CICLO
               IF WFS-CONTEO-CICLO NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO DE CONTEO '
                           'CICLICO'
                   MOVE 'S' TO WSW-ERROR-CICLO
               ELSE
                   SORT ARCH-ORDENAMIENTO
                       ON ASCENDING KEY ORD-CIC-COD-BODEGA
                       ON ASCENDING KEY ORD-CIC-COD-ARTICULO
                       INPUT PROCEDURE IS 8520-SELECCIONAR-VENCIDAS
                       OUTPUT PROCEDURE IS 8535-IMPRIMIR-HOJAS-CONTEO
                   CLOSE ARCH-CONTEO-CICLO
               END-IF
               CLOSE ARCH-REP-CICLO
           END-IF
           .

      *----------------------------------------------------------------*
      * 8535-IMPRIMIR-HOJAS-CONTEO                                     *
      *    PROCEDIMIENTO DE SALIDA DEL SORT DE LA HOJA: UNA HOJA POR   *
      *    BODEGA CON CODIGO Y DESCRIPCION (SIN CANTIDAD DEL SISTEMA), *
      *    PIE CON TOTAL Y FIRMAS, Y UN REGISTRO DEL ESQUELETO DE      *
      *    CONTEO POR CADA LINEA, CON LA CANTIDAD EN BLANCO            *
      *----------------------------------------------------------------*
       8535-IMPRIMIR-HOJAS-CONTEO.
           MOVE 'N' TO WSW-FIN-ORDENAMIENTO
           MOVE LOW-VALUES TO WZD-CIC-BOD-ANTERIOR
           MOVE ZERO TO WCT-CIC-HOJA-BODEGA
           PERFORM 8528-RETORNAR-CICLO
           PERFORM UNTIL FIN-ORDENAMIENTO
               IF ORD-CIC-COD-BODEGA NOT = WZD-CIC-BOD-ANTERIOR
                   IF WZD-CIC-BOD-ANTERIOR NOT = LOW-VALUES
                       PERFORM 8538-IMPRIMIR-PIE-HOJA
                   END-IF
                   MOVE ORD-CIC-COD-BODEGA TO WZD-CIC-BOD-ANTERIOR
                   MOVE ZERO TO WCT-CIC-HOJA-BODEGA
                   PERFORM 8539-IMPRIMIR-ENCABEZADO-HOJA
               END-IF
               PERFORM 8537-IMPRIMIR-LINEA-HOJA
               PERFORM 8528-RETORNAR-CICLO
           END-PERFORM
           IF WZD-CIC-BOD-ANTERIOR NOT = LOW-VALUES
               PERFORM 8538-IMPRIMIR-PIE-HOJA
           END-IF
           .

      *----------------------------------------------------------------*
      * 8537-IMPRIMIR-LINEA-HOJA                                       *
      *----------------------------------------------------------------*
       8537-IMPRIMIR-LINEA-HOJA.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 8539-IMPRIMIR-ENCABEZADO-HOJA
           END-IF
           MOVE ORD-CIC-COD-ARTICULO TO LCI-COD-ARTICULO
           MOVE ORD-CIC-DESCRIPCION TO LCI-DESCRIPCION
           MOVE ORD-CIC-CLASE TO LCI-CLASE
           IF ORD-CIC-FECHA-ULT = ZERO
               MOVE 'NUNCA' TO LCI-ULT-CONTEO
           ELSE
               MOVE ORD-CIC-FECHA-ULT (7:2) TO KF-DIA
               MOVE ORD-CIC-FECHA-ULT (5:2) TO KF-MES
               MOVE ORD-CIC-FECHA-ULT (1:4) TO KF-ANIO
               MOVE WCH-KDX-FECHA-FMT TO LCI-ULT-CONTEO
           END-IF
           WRITE REG-ARCH-REP-CICLO FROM WCH-LIN-DET-CICLO
               AFTER ADVANCING 2 LINES
           ADD 2 TO WCT-LINEAS-PAGINA
           ADD 1 TO WCT-CIC-HOJA-BODEGA
           MOVE SPACES TO REG-ARCH-CONTEO-CICLO
           MOVE ORD-CIC-COD-ARTICULO TO CCI-COD-ARTICULO
           MOVE ORD-CIC-COD-BODEGA TO CCI-COD-BODEGA
           WRITE REG-ARCH-CONTEO-CICLO
           .

      *----------------------------------------------------------------*
      * 8538-IMPRIMIR-PIE-HOJA                                         *
      *----------------------------------------------------------------*
       8538-IMPRIMIR-PIE-HOJA.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS - 5
               PERFORM 8539-IMPRIMIR-ENCABEZADO-HOJA
           END-IF
           MOVE WCT-CIC-HOJA-BODEGA TO LPI-CANTIDAD
           WRITE REG-ARCH-REP-CICLO FROM WCH-LIN-PIE-CICLO
               AFTER ADVANCING 2 LINES
           WRITE REG-ARCH-REP-CICLO FROM WCH-LIN-FIRMA-CICLO
               AFTER ADVANCING 3 LINES
           ADD 5 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 8539-IMPRIMIR-ENCABEZADO-HOJA                                  *
      *----------------------------------------------------------------*
       8539-IMPRIMIR-ENCABEZADO-HOJA.
           ADD 1 TO WCT-NUM-PAGINA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ARCH-REP-CICLO FROM WCH-LIN-TIT-CICLO
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-MES    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-CICLO FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE WZD-CIC-BOD-ANTERIOR TO LB-BODEGA
           PERFORM 5780-NOMBRE-BODEGA
           WRITE REG-ARCH-REP-CICLO FROM WCH-LIN-BODEGA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-CICLO
           WRITE REG-ARCH-REP-CICLO
               AFTER ADVANCING 1 LINE
           WRITE REG-ARCH-REP-CICLO FROM WCH-LIN-ENC-CICLO
               AFTER ADVANCING 1 LINE
           MOVE 5 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 8545-CALCULAR-CUOTAS                                           *
      *    CUOTA DIARIA POR CLASE: CLAVES DE LA CLASE ENTRE LOS DIAS   *
      *    HABILES DE SU CICLO, REDONDEADO HACIA ARRIBA, PARA QUE LA   *
      *    CLASE COMPLETA SE CUENTE DENTRO DEL CICLO                   *
      *----------------------------------------------------------------*
       8545-CALCULAR-CUOTAS.
           MOVE 1 TO WZD-CIC-IDX
           PERFORM UNTIL WZD-CIC-IDX > 3
               IF CIC-CLA-HABILES (WZD-CIC-IDX) > ZERO
                   COMPUTE CIC-PLN-CUOTA (WZD-CIC-IDX) =
                           (CIC-PLN-CLAVES (WZD-CIC-IDX) +
                            CIC-CLA-HABILES (WZD-CIC-IDX) - 1) /
                           CIC-CLA-HABILES (WZD-CIC-IDX)
               END-IF
               ADD 1 TO WZD-CIC-IDX
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 8560-REGISTRAR-CONTEO-CICLO                                    *
      *    DEJAR EN EL CONTROL DE CONTEO CICLICO LA CLAVE RECIEN       *
      *    CONTADA: FECHA DEL CONTEO, UN CONTEO MAS Y, SI LA CANTIDAD  *
      *    CONTADA CUADRO CON EL MAESTRO, UN CONTEO EXACTO MAS. UNA    *
      *    CLAVE SIN CONTROL SE CREA SIN CLASE HASTA LA SIGUIENTE      *
      *    PROGRAMACION                                                *
      *----------------------------------------------------------------*
       8560-REGISTRAR-CONTEO-CICLO.
           MOVE REG-COD-ARTICULO IN REG-ARCH-MAESTRO
               TO CIC-COD-ARTICULO
           MOVE REG-COD-BODEGA IN REG-ARCH-MAESTRO TO CIC-COD-BODEGA
           READ ARCH-CICLO
               INVALID KEY
                   MOVE SPACE TO CIC-CLASE
                   MOVE ZERO TO CIC-FECHA-PROGRAMADA
                   MOVE ZERO TO CIC-CONTEOS
                   MOVE ZERO TO CIC-EXACTOS
                   MOVE ZERO TO CIC-OMITIDOS
                   MOVE 'N' TO WSW-CIC-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WSW-CIC-EXISTE
           END-READ
           MOVE WZD-CIC-HOY TO CIC-FECHA-ULT-CONTEO
           MOVE 'C' TO CIC-ESTADO
           ADD 1 TO CIC-CONTEOS
           IF WZD-DIF-CANTIDAD = ZERO
               ADD 1 TO CIC-EXACTOS
           END-IF
           IF CIC-CLAVE-EXISTE
               REWRITE REG-ARCH-CICLO
                   INVALID KEY
                       DISPLAY '*  NO SE PUDO REGISTRAR EL CONTEO '
                               'CICLICO: ' CIC-CLAVE
               END-REWRITE
           ELSE
               WRITE REG-ARCH-CICLO
                   INVALID KEY
                       DISPLAY '*  NO SE PUDO REGISTRAR EL CONTEO '
                               'CICLICO: ' CIC-CLAVE
               END-WRITE
           END-IF
           ADD 1 TO WCT-CIC-REGISTRADAS
           .

      *----------------------------------------------------------------*
      * 8570-REPORTE-CUMPLIMIENTO                                      *
      *    IMPRIMIR EL CUMPLIMIENTO DEL CONTEO CICLICO: POR BODEGA Y   *
      *    CLASE LAS CLAVES CUYO CONTEO PROGRAMADO NO SE HIZO (LAS     *
      *    PROGRAMADAS DE DIAS ANTERIORES SIN CONTAR Y LAS YA MARCADAS *
      *    OMITIDAS) CON SUS DIAS DE ATRASO, Y EL RESUMEN DE CLAVES,   *
      *    CONTEOS, EXACTOS, OMITIDOS Y PORCENTAJE DE EXACTITUD        *
      *    (EXACTOS SOBRE CONTEOS) POR CLASE EN CADA BODEGA Y EN TOTAL *
      *----------------------------------------------------------------*
       8570-REPORTE-CUMPLIMIENTO.
           MOVE ZERO TO WCT-NUM-PAGINA
           MOVE ZERO TO WCT-CIC-LISTADAS
           INITIALIZE WCH-CIC-CONTADORES
           MOVE 'N' TO WSW-ERROR-CICLO
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WCH-FECHA-SISTEMA TO WZD-CIC-HOY
           OPEN INPUT ARCH-CICLO
           IF WFS-CICLO NOT = '00'
               DISPLAY '*  NO HAY CONTROL DE CONTEO CICLICO, ESTADO: '
                       WFS-CICLO
               MOVE 'S' TO WSW-ERROR-CICLO
           ELSE
               OPEN OUTPUT ARCH-REP-CUMPLE
               IF WFS-REP-CUMPLE NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL REPORTE DE '
                           'CUMPLIMIENTO'
                   MOVE 'S' TO WSW-ERROR-CICLO
               ELSE
                   MOVE WCN-MAX-LINEAS TO WCT-LINEAS-PAGINA
                   SORT ARCH-ORDENAMIENTO
                       ON ASCENDING KEY ORD-CUM-COD-BODEGA
                       ON ASCENDING KEY ORD-CUM-CLASE
                       ON ASCENDING KEY ORD-CUM-COD-ARTICULO
                       INPUT PROCEDURE IS 8572-SELECCIONAR-CUMPLIMIENTO
                       OUTPUT PROCEDURE IS 8575-IMPRIMIR-CUMPLIMIENTO
                   CLOSE ARCH-REP-CUMPLE
                   DISPLAY '*  CONTEOS OMITIDOS LISTADOS: '
                           WCT-CIC-LISTADAS
               END-IF
               CLOSE ARCH-CICLO
           END-IF
           .

      *----------------------------------------------------------------*
      * 8572-SELECCIONAR-CUMPLIMIENTO                                  *
      *    PROCEDIMIENTO DE ENTRADA DEL SORT DE CUMPLIMIENTO: ENTREGAR *
      *    TODO EL CONTROL DE CONTEO CICLICO                           *
      *----------------------------------------------------------------*
       8572-SELECCIONAR-CUMPLIMIENTO.
           MOVE 'N' TO WSW-FIN-CICLO
           MOVE LOW-VALUES TO CIC-CLAVE
           START ARCH-CICLO
               KEY IS NOT LESS THAN CIC-CLAVE
               INVALID KEY
                   MOVE 'S' TO WSW-FIN-CICLO
           END-START
           IF NOT FIN-CICLO
               PERFORM 8574-LEER-CICLO-SIGUIENTE
           END-IF
           PERFORM UNTIL FIN-CICLO
               MOVE CIC-COD-BODEGA TO ORD-CUM-COD-BODEGA
               MOVE CIC-CLASE TO ORD-CUM-CLASE
               MOVE CIC-COD-ARTICULO TO ORD-CUM-COD-ARTICULO
               MOVE CIC-FECHA-ULT-CONTEO TO ORD-CUM-FECHA-ULT
               MOVE CIC-FECHA-PROGRAMADA TO ORD-CUM-FECHA-PROG
               MOVE CIC-ESTADO TO ORD-CUM-ESTADO
               MOVE CIC-CONTEOS TO ORD-CUM-CONTEOS
               MOVE CIC-EXACTOS TO ORD-CUM-EXACTOS
               MOVE CIC-OMITIDOS TO ORD-CUM-OMITIDOS
               RELEASE REG-ORD-CUMPLE
               PERFORM 8574-LEER-CICLO-SIGUIENTE
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 8574-LEER-CICLO-SIGUIENTE                                      *
      *----------------------------------------------------------------*
       8574-LEER-CICLO-SIGUIENTE.
           READ ARCH-CICLO NEXT RECORD
               AT END
                   MOVE 'S' TO WSW-FIN-CICLO
           END-READ
           .

      *----------------------------------------------------------------*
      * 8575-IMPRIMIR-CUMPLIMIENTO                                     *
      *    PROCEDIMIENTO DE SALIDA DEL SORT DE CUMPLIMIENTO: CORTE POR *
      *    BODEGA CON SU RESUMEN POR CLASE Y, AL FINAL, EL TOTAL       *
      *----------------------------------------------------------------*
       8575-IMPRIMIR-CUMPLIMIENTO.
           MOVE 'N' TO WSW-FIN-ORDENAMIENTO
           MOVE LOW-VALUES TO WZD-CIC-BOD-ANTERIOR
           PERFORM 8578-RETORNAR-CUMPLIMIENTO
           PERFORM UNTIL FIN-ORDENAMIENTO
               IF ORD-CUM-COD-BODEGA NOT = WZD-CIC-BOD-ANTERIOR
                   IF WZD-CIC-BOD-ANTERIOR NOT = LOW-VALUES
                       PERFORM 8580-IMPRIMIR-RESUMEN-BODEGA
                   END-IF
                   MOVE ORD-CUM-COD-BODEGA TO WZD-CIC-BOD-ANTERIOR
                   PERFORM 8576-INICIAR-BODEGA-CUMPLE
               END-IF
               PERFORM 8577-ACUMULAR-CUMPLIMIENTO
               PERFORM 8578-RETORNAR-CUMPLIMIENTO
           END-PERFORM
           IF WZD-CIC-BOD-ANTERIOR NOT = LOW-VALUES
               PERFORM 8580-IMPRIMIR-RESUMEN-BODEGA
           END-IF
           PERFORM 8582-IMPRIMIR-TOTAL-CUMPLE
           .

      *----------------------------------------------------------------*
      * 8576-INICIAR-BODEGA-CUMPLE                                     *
      *----------------------------------------------------------------*
       8576-INICIAR-BODEGA-CUMPLE.
           MOVE 1 TO WZD-CIC-IDX
           PERFORM UNTIL WZD-CIC-IDX > 4
               MOVE ZERO TO CIC-SUB-CLAVES (WZD-CIC-IDX)
               MOVE ZERO TO CIC-SUB-CONTEOS (WZD-CIC-IDX)
               MOVE ZERO TO CIC-SUB-EXACTOS (WZD-CIC-IDX)
               MOVE ZERO TO CIC-SUB-OMITIDOS (WZD-CIC-IDX)
               ADD 1 TO WZD-CIC-IDX
           END-PERFORM
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS - 3
               PERFORM 8590-IMPRIMIR-ENCABEZADO-CUMPLE
           END-IF
           MOVE WZD-CIC-BOD-ANTERIOR TO LB-BODEGA
           PERFORM 5780-NOMBRE-BODEGA
           WRITE REG-ARCH-REP-CUMPLE FROM WCH-LIN-BODEGA
               AFTER ADVANCING 2 LINES
           ADD 2 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 8577-ACUMULAR-CUMPLIMIENTO                                     *
      *    SUMAR LA CLAVE EN SU CLASE. UNA CLAVE PROGRAMADA PARA UN    *
      *    DIA ANTERIOR Y AUN SIN CONTAR CUENTA YA COMO OMITIDA;       *
      *    ESA Y LAS MARCADAS OMITIDAS SE LISTAN                       *
      *----------------------------------------------------------------*
       8577-ACUMULAR-CUMPLIMIENTO.
           MOVE ORD-CUM-CLASE TO WZD-CIC-CLASE
           PERFORM 8515-UBICAR-CLASE-CICLO
           MOVE ORD-CUM-OMITIDOS TO WZD-CIC-OMITIDOS-CLAVE
           IF ORD-CUM-ESTADO = 'P'
               AND ORD-CUM-FECHA-PROG < WZD-CIC-HOY
               ADD 1 TO WZD-CIC-OMITIDOS-CLAVE
           END-IF
           ADD 1 TO CIC-SUB-CLAVES (WZD-CIC-IDX)
                    CIC-TOT-CLAVES (WZD-CIC-IDX)
           ADD ORD-CUM-CONTEOS TO CIC-SUB-CONTEOS (WZD-CIC-IDX)
                                  CIC-TOT-CONTEOS (WZD-CIC-IDX)
           ADD ORD-CUM-EXACTOS TO CIC-SUB-EXACTOS (WZD-CIC-IDX)
                                  CIC-TOT-EXACTOS (WZD-CIC-IDX)
           ADD WZD-CIC-OMITIDOS-CLAVE TO CIC-SUB-OMITIDOS (WZD-CIC-IDX)
                                         CIC-TOT-OMITIDOS (WZD-CIC-IDX)
           IF ORD-CUM-ESTADO = 'O'
               OR (ORD-CUM-ESTADO = 'P'
                   AND ORD-CUM-FECHA-PROG < WZD-CIC-HOY)
               PERFORM 8579-IMPRIMIR-OMITIDO
           END-IF
           .

      *----------------------------------------------------------------*
      * 8578-RETORNAR-CUMPLIMIENTO                                     *
      *----------------------------------------------------------------*
       8578-RETORNAR-CUMPLIMIENTO.
           RETURN ARCH-ORDENAMIENTO
               AT END
                   MOVE 'S' TO WSW-FIN-ORDENAMIENTO
           END-RETURN
           .

      *----------------------------------------------------------------*
      * 8579-IMPRIMIR-OMITIDO                                          *
      *    LISTAR UNA CLAVE CON CONTEO OMITIDO Y SUS DIAS DE ATRASO    *
      *    DESDE LA FECHA EN QUE SE PROGRAMO (CALCULO 30/360)          *
      *----------------------------------------------------------------*
       8579-IMPRIMIR-OMITIDO.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 8590-IMPRIMIR-ENCABEZADO-CUMPLE
           END-IF
           MOVE SPACES TO WCH-LIN-DET-CUMPLE
           MOVE ORD-CUM-COD-ARTICULO TO LCM-COD-ARTICULO
           MOVE ORD-CUM-CLASE TO LCM-CLASE
           MOVE ORD-CUM-FECHA-PROG (7:2) TO KF-DIA
           MOVE ORD-CUM-FECHA-PROG (5:2) TO KF-MES
           MOVE ORD-CUM-FECHA-PROG (1:4) TO KF-ANIO
           MOVE WCH-KDX-FECHA-FMT TO LCM-PROGRAMADO
           IF ORD-CUM-FECHA-ULT = ZERO
               MOVE 'NUNCA' TO LCM-ULT-CONTEO
           ELSE
               MOVE ORD-CUM-FECHA-ULT (7:2) TO KF-DIA
               MOVE ORD-CUM-FECHA-ULT (5:2) TO KF-MES
               MOVE ORD-CUM-FECHA-ULT (1:4) TO KF-ANIO
               MOVE WCH-KDX-FECHA-FMT TO LCM-ULT-CONTEO
           END-IF
           MOVE ORD-CUM-FECHA-PROG TO WZD-CIC-FECHA-CALC
           COMPUTE WZD-CIC-DIAS =
                   (WFC-ANIO - WZD-CIC-ANIO) * 360 +
                   (WFC-MES - WZD-CIC-MES) * 30 +
                   (WFC-DIA - WZD-CIC-DIA)
           IF WZD-CIC-DIAS < ZERO
               MOVE ZERO TO WZD-CIC-DIAS
           END-IF
           MOVE WZD-CIC-DIAS TO LCM-ATRASO
           IF ORD-CUM-ESTADO = 'O'
               MOVE 'OMITIDO, PENDIENTE DE CONTAR' TO LCM-ESTADO
           ELSE
               MOVE 'PROGRAMADO Y NO CONTADO' TO LCM-ESTADO
           END-IF
           WRITE REG-ARCH-REP-CUMPLE FROM WCH-LIN-DET-CUMPLE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           ADD 1 TO WCT-CIC-LISTADAS
           .

      *----------------------------------------------------------------*
      * 8580-IMPRIMIR-RESUMEN-BODEGA                                   *
      *    RESUMEN DE LA BODEGA POR CLASE (LAS CLASES SIN CLAVES NO SE *
      *    IMPRIMEN)                                                   *
      *----------------------------------------------------------------*
       8580-IMPRIMIR-RESUMEN-BODEGA.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS - 5
               PERFORM 8590-IMPRIMIR-ENCABEZADO-CUMPLE
           END-IF
           MOVE SPACES TO REG-ARCH-REP-CUMPLE
           WRITE REG-ARCH-REP-CUMPLE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           MOVE 1 TO WZD-CIC-IDX
           PERFORM UNTIL WZD-CIC-IDX > 4
               IF CIC-SUB-CLAVES (WZD-CIC-IDX) > ZERO
                   MOVE 'BODEGA' TO LCR-CONCEPTO
                   MOVE CIC-SUB-CLAVES (WZD-CIC-IDX) TO LCR-CLAVES
                   MOVE CIC-SUB-CONTEOS (WZD-CIC-IDX) TO LCR-CONTEOS
                   MOVE CIC-SUB-EXACTOS (WZD-CIC-IDX) TO LCR-EXACTOS
                   MOVE CIC-SUB-OMITIDOS (WZD-CIC-IDX) TO LCR-OMITIDOS
                   IF CIC-SUB-CONTEOS (WZD-CIC-IDX) > ZERO
                       COMPUTE WZD-CIC-PORC ROUNDED =
                               CIC-SUB-EXACTOS (WZD-CIC-IDX) * 100 /
                               CIC-SUB-CONTEOS (WZD-CIC-IDX)
                   ELSE
                       MOVE ZERO TO WZD-CIC-PORC
                   END-IF
                   PERFORM 8585-IMPRIMIR-LINEA-EXACTITUD
               END-IF
               ADD 1 TO WZD-CIC-IDX
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 8582-IMPRIMIR-TOTAL-CUMPLE                                     *
      *    TOTAL GENERAL POR CLASE DE TODAS LAS BODEGAS                *
      *----------------------------------------------------------------*
       8582-IMPRIMIR-TOTAL-CUMPLE.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS - 6
               PERFORM 8590-IMPRIMIR-ENCABEZADO-CUMPLE
           END-IF
           MOVE SPACES TO REG-ARCH-REP-CUMPLE
           WRITE REG-ARCH-REP-CUMPLE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WCT-LINEAS-PAGINA
           MOVE 1 TO WZD-CIC-IDX
           PERFORM UNTIL WZD-CIC-IDX > 4
               IF CIC-TOT-CLAVES (WZD-CIC-IDX) > ZERO
                   MOVE 'TOTAL' TO LCR-CONCEPTO
                   MOVE CIC-TOT-CLAVES (WZD-CIC-IDX) TO LCR-CLAVES
                   MOVE CIC-TOT-CONTEOS (WZD-CIC-IDX) TO LCR-CONTEOS
                   MOVE CIC-TOT-EXACTOS (WZD-CIC-IDX) TO LCR-EXACTOS
                   MOVE CIC-TOT-OMITIDOS (WZD-CIC-IDX) TO LCR-OMITIDOS
                   IF CIC-TOT-CONTEOS (WZD-CIC-IDX) > ZERO
                       COMPUTE WZD-CIC-PORC ROUNDED =
                               CIC-TOT-EXACTOS (WZD-CIC-IDX) * 100 /
                               CIC-TOT-CONTEOS (WZD-CIC-IDX)
                   ELSE
                       MOVE ZERO TO WZD-CIC-PORC
                   END-IF
                   PERFORM 8585-IMPRIMIR-LINEA-EXACTITUD
               END-IF
               ADD 1 TO WZD-CIC-IDX
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 8585-IMPRIMIR-LINEA-EXACTITUD                                  *
      *----------------------------------------------------------------*
       8585-IMPRIMIR-LINEA-EXACTITUD.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 8590-IMPRIMIR-ENCABEZADO-CUMPLE
           END-IF
           MOVE CIC-CLA-NOMBRE (WZD-CIC-IDX) TO LCR-CLASE
           MOVE WZD-CIC-PORC TO LCR-PORC
           WRITE REG-ARCH-REP-CUMPLE FROM WCH-LIN-RES-CUMPLE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 8590-IMPRIMIR-ENCABEZADO-CUMPLE                                *
      *----------------------------------------------------------------*
       8590-IMPRIMIR-ENCABEZADO-CUMPLE.
           ADD 1 TO WCT-NUM-PAGINA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ARCH-REP-CUMPLE FROM WCH-LIN-TIT-CUMPLE
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-MES    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-CUMPLE FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-CUMPLE
           WRITE REG-ARCH-REP-CUMPLE
               AFTER ADVANCING 1 LINE
           WRITE REG-ARCH-REP-CUMPLE FROM WCH-LIN-ENC-CUMPLE
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 9000-CARGAR-RESERVAS                                           *
      *    CARGAR EL ARCHIVO DIARIO DE PEDIDOS (PEDRSV) EN LAS         *
      *    RESERVAS DE STOCK. ANTES SE LIBERAN LAS RESERVAS VENCIDAS,  *
      *    PARA QUE SU CANTIDAD VUELVA A ESTAR DISPONIBLE. UNA LINEA   *
      *    DE PEDIDO NUEVA RESERVA SU CANTIDAD SI HAY DISPONIBLE; UNA  *
      *    LINEA DE UN PEDIDO YA RESERVADO CAMBIA SU CANTIDAD Y SU     *
      *    VENCIMIENTO, Y CON CANTIDAD CERO ANULA LA RESERVA. SE       *
      *    IMPRIME CADA LINEA CON SU ESTADO Y EL RESUMEN DE LA CARGA   *
      *----------------------------------------------------------------*
       9000-CARGAR-RESERVAS.
           MOVE ZERO TO WCT-RSV-LEIDOS
           MOVE ZERO TO WCT-RSV-RESERVADAS
           MOVE ZERO TO WCT-RSV-MODIFICADAS
           MOVE ZERO TO WCT-RSV-ANULADAS
           MOVE ZERO TO WCT-RSV-RECHAZADAS
           MOVE ZERO TO WCT-RSV-LIBERADAS
           MOVE ZERO TO WCT-RSV-CANT-LIBERADA
           MOVE ZERO TO WCT-NUM-PAGINA
           MOVE 'N' TO WSW-ERROR-RESERVA
           PERFORM 9005-ABRIR-RESERVAS
           IF NOT RESERVAS-ABIERTO
               MOVE 'S' TO WSW-ERROR-RESERVA
           ELSE
               OPEN INPUT ARCH-PEDIDOS
               IF WFS-PEDIDOS NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL ARCHIVO DE PEDIDOS'
                   MOVE 'S' TO WSW-ERROR-RESERVA
               ELSE
                   OPEN INPUT ARCH-MAESTRO
                   IF WFS-MAESTRO NOT = '00'
                       DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE '
                               'INVENTARIO'
                       MOVE 'S' TO WSW-ERROR-RESERVA
                   ELSE
                       OPEN OUTPUT ARCH-REP-RESERVA
                       IF WFS-REP-RESERVA NOT = '00'
                           DISPLAY '*  NO SE PUDO ABRIR EL REPORTE DE '
                                   'RESERVAS'
                           MOVE 'S' TO WSW-ERROR-RESERVA
                       ELSE
                           PERFORM 9010-LIBERAR-RESERVAS-VENCIDAS
                           PERFORM 5760-ABRIR-BODEGAS-CONSULTA
                           MOVE WCN-MAX-LINEAS TO WCT-LINEAS-PAGINA
                           SET RSV-ACCION-CARGA TO TRUE
                           MOVE 'N' TO WSW-FIN-PEDIDOS
                           PERFORM 9015-LEER-PEDIDO
                           PERFORM UNTIL FIN-PEDIDOS
                               PERFORM 9020-PROCESAR-PEDIDO
                               PERFORM 9055-IMPRIMIR-LINEA-RESERVA
                               PERFORM 9015-LEER-PEDIDO
                           END-PERFORM
                           PERFORM 5765-CERRAR-BODEGAS-CONSULTA
                           PERFORM 9065-IMPRIMIR-RESUMEN-RESERVA
                           CLOSE ARCH-REP-RESERVA
                           DISPLAY '*  RESERVAS NUEVAS: '
                                   WCT-RSV-RESERVADAS
                                   ' MODIFICADAS: ' WCT-RSV-MODIFICADAS
                                   ' RECHAZADAS: ' WCT-RSV-RECHAZADAS
                       END-IF
                       CLOSE ARCH-MAESTRO
                   END-IF
                   CLOSE ARCH-PEDIDOS
               END-IF
               PERFORM 9008-CERRAR-RESERVAS
           END-IF
           .

      *----------------------------------------------------------------*
      * 9005-ABRIR-RESERVAS                                            *
      *    ABRIR EN I-O LAS RESERVAS Y EL COMPROMETIDO POR ARTICULO +  *
      *    BODEGA, CREANDOLOS SI AUN NO EXISTEN. SOLO SE DAN POR       *
      *    ABIERTOS SI SE PUDIERON ABRIR LOS DOS, PORQUE SE ACTUALIZAN *
      *    SIEMPRE JUNTOS                                              *
      *----------------------------------------------------------------*
       9005-ABRIR-RESERVAS.
           MOVE 'N' TO WSW-RESERVAS-ABIERTO
           MOVE 'N' TO WSW-COMPROMETIDO-ABIERTO
           OPEN I-O ARCH-RESERVAS
           IF WFS-RESERVAS = '35'
               OPEN OUTPUT ARCH-RESERVAS
               CLOSE ARCH-RESERVAS
               OPEN I-O ARCH-RESERVAS
           END-IF
           IF WFS-RESERVAS NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR LAS RESERVAS, ESTADO: '
                       WFS-RESERVAS
           ELSE
               OPEN I-O ARCH-COMPROMETIDO
               IF WFS-COMPROMETIDO = '35'
                   OPEN OUTPUT ARCH-COMPROMETIDO
                   CLOSE ARCH-COMPROMETIDO
                   OPEN I-O ARCH-COMPROMETIDO
               END-IF
               IF WFS-COMPROMETIDO NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL COMPROMETIDO, '
                           'ESTADO: ' WFS-COMPROMETIDO
                   CLOSE ARCH-RESERVAS
               ELSE
                   MOVE 'S' TO WSW-RESERVAS-ABIERTO
                   MOVE 'S' TO WSW-COMPROMETIDO-ABIERTO
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 9008-CERRAR-RESERVAS                                           *
      *----------------------------------------------------------------*
       9008-CERRAR-RESERVAS.
           IF RESERVAS-ABIERTO
               CLOSE ARCH-RESERVAS
               CLOSE ARCH-COMPROMETIDO
               MOVE 'N' TO WSW-RESERVAS-ABIERTO
               MOVE 'N' TO WSW-COMPROMETIDO-ABIERTO
           END-IF
           .

      *----------------------------------------------------------------*
      * 9010-LIBERAR-RESERVAS-VENCIDAS                                 *
      *    RECORRER LAS RESERVAS Y LIBERAR LAS ABIERTAS CUYA FECHA DE  *
      *    VENCIMIENTO YA PASO: SU SALDO PENDIENTE DEJA DE ESTAR       *
      *    COMPROMETIDO. LA RESERVA VALE HASTA SU FECHA DE VENCIMIENTO *
      *    INCLUSIVE. LO USAN LA CARGA DE PEDIDOS, EL MANTENIMIENTO,   *
      *    LAS SALIDAS DIARIAS Y EL REPORTE DE RESERVAS ABIERTAS       *
      *----------------------------------------------------------------*
       9010-LIBERAR-RESERVAS-VENCIDAS.
           MOVE ZERO TO WCT-RSV-LIBERADAS
           MOVE ZERO TO WCT-RSV-CANT-LIBERADA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE 'N' TO WSW-FIN-RESERVAS
           MOVE LOW-VALUES TO RSV-CLAVE
           START ARCH-RESERVAS KEY IS NOT LESS THAN RSV-CLAVE
               INVALID KEY
                   MOVE 'S' TO WSW-FIN-RESERVAS
           END-START
           IF NOT FIN-RESERVAS
               PERFORM 9012-LEER-RESERVA-SIGUIENTE
               PERFORM UNTIL FIN-RESERVAS
                   IF RESERVA-ABIERTA
                           AND RSV-FECHA-VENCE < WCH-FECHA-SISTEMA
                       PERFORM 9011-LIBERAR-RESERVA
                   END-IF
                   PERFORM 9012-LEER-RESERVA-SIGUIENTE
               END-PERFORM
           END-IF
           IF WCT-RSV-LIBERADAS > ZERO
               DISPLAY '*  RESERVAS VENCIDAS LIBERADAS: '
                       WCT-RSV-LIBERADAS
           END-IF
           .

      *----------------------------------------------------------------*
      * 9011-LIBERAR-RESERVA                                           *
      *----------------------------------------------------------------*
       9011-LIBERAR-RESERVA.
           MOVE RSV-COD-ARTICULO TO WZD-RSV-COM-ARTICULO
           MOVE RSV-COD-BODEGA TO WZD-RSV-COM-BODEGA
           COMPUTE WZD-RSV-DELTA = ZERO - RSV-CANT-PENDIENTE
           ADD RSV-CANT-PENDIENTE TO WCT-RSV-CANT-LIBERADA
           MOVE ZERO TO RSV-CANT-PENDIENTE
           MOVE 'L' TO RSV-ESTADO
           MOVE WCH-FECHA-SISTEMA TO RSV-FECHA-CIERRE
           REWRITE REG-ARCH-RESERVA
               INVALID KEY
                   DISPLAY '*  NO SE PUDO LIBERAR LA RESERVA: '
                           RSV-REFERENCIA
               NOT INVALID KEY
                   ADD 1 TO WCT-RSV-LIBERADAS
                   PERFORM 9060-AJUSTAR-COMPROMETIDO
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * 9012-LEER-RESERVA-SIGUIENTE                                    *
      *----------------------------------------------------------------*
       9012-LEER-RESERVA-SIGUIENTE.
           READ ARCH-RESERVAS NEXT RECORD
               AT END
                   MOVE 'S' TO WSW-FIN-RESERVAS
           END-READ
           .

      *----------------------------------------------------------------*
      * 9015-LEER-PEDIDO                                               *
      *----------------------------------------------------------------*
       9015-LEER-PEDIDO.
           READ ARCH-PEDIDOS
               AT END
                   MOVE 'S' TO WSW-FIN-PEDIDOS
               NOT AT END
                   MOVE REG-ARCH-PEDIDO TO WCH-RSV-PEDIDO
           END-READ
           .

      *----------------------------------------------------------------*
      * 9020-PROCESAR-PEDIDO                                           *
      *    CRITICAR Y APLICAR LA LINEA DE PEDIDO DEJADA EN             *
      *    WCH-RSV-PEDIDO, VENGA DEL ARCHIVO DIARIO O DEL TERMINAL.    *
      *    EL ESTADO RESULTANTE QUEDA EN WZD-RSV-ESTADO                *
      *----------------------------------------------------------------*
       9020-PROCESAR-PEDIDO.
           ADD 1 TO WCT-RSV-LEIDOS
           MOVE 'N' TO WSW-PEDIDO-RECHAZADO
           MOVE ZERO TO WZD-RSV-DISPONIBLE
           MOVE SPACES TO WZD-RSV-ESTADO
           MOVE WZD-PED-COD-BODEGA TO WZD-BOD-VALIDAR
           PERFORM 5770-VALIDAR-BODEGA
           EVALUATE TRUE
               WHEN WZD-PED-REFERENCIA = SPACES
                   OR WZD-PED-COD-ARTICULO = SPACES
                   MOVE 'RECHAZADO: REFERENCIA/ARTICULO BLANCO'
                       TO WZD-RSV-ESTADO
                   PERFORM 9028-RECHAZAR-PEDIDO
               WHEN WZD-PED-CANTIDAD NOT NUMERIC
                   OR WZD-PED-FECHA-VENCE NOT NUMERIC
                   OR WZD-PED-FECHA-VENCE (5:2) < '01'
                   OR WZD-PED-FECHA-VENCE (5:2) > '12'
                   OR WZD-PED-FECHA-VENCE (7:2) < '01'
                   OR WZD-PED-FECHA-VENCE (7:2) > '31'
                   MOVE 'RECHAZADO: CANTIDAD O VENCE INVALIDO'
                       TO WZD-RSV-ESTADO
                   PERFORM 9028-RECHAZAR-PEDIDO
               WHEN BOD-VAL-NO-EXISTE
                   MOVE 'RECHAZADO: BODEGA NO EXISTE'
                       TO WZD-RSV-ESTADO
                   PERFORM 9028-RECHAZAR-PEDIDO
               WHEN BOD-VAL-CERRADA
                   MOVE 'RECHAZADO: BODEGA CERRADA'
                       TO WZD-RSV-ESTADO
                   PERFORM 9028-RECHAZAR-PEDIDO
               WHEN WZD-PED-CANTIDAD > ZERO
                   AND WZD-PED-FECHA-VENCE < WCH-FECHA-SISTEMA
                   MOVE 'RECHAZADO: VENCIMIENTO YA PASADO'
                       TO WZD-RSV-ESTADO
                   PERFORM 9028-RECHAZAR-PEDIDO
               WHEN OTHER
                   PERFORM 9025-LEER-ARTICULO-PEDIDO
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 9025-LEER-ARTICULO-PEDIDO                                      *
      *    EL ARTICULO DEBE EXISTIR ACTIVO EN LA BODEGA; SU            *
      *    DISPONIBLE ES LA EXISTENCIA MENOS LO YA COMPROMETIDO        *
      *----------------------------------------------------------------*
       9025-LEER-ARTICULO-PEDIDO.
           MOVE WZD-PED-COD-ARTICULO TO
                   REG-COD-ARTICULO IN REG-ARCH-MAESTRO
           MOVE WZD-PED-COD-BODEGA TO
                   REG-COD-BODEGA IN REG-ARCH-MAESTRO
           READ ARCH-MAESTRO
               INVALID KEY
                   MOVE 'RECHAZADO: ARTICULO NO ESTA EN BODEGA'
                       TO WZD-RSV-ESTADO
                   PERFORM 9028-RECHAZAR-PEDIDO
               NOT INVALID KEY
                   IF ARTICULO-DE-BAJA IN REG-ARCH-MAESTRO
                       MOVE 'RECHAZADO: ARTICULO DADO DE BAJA'
                           TO WZD-RSV-ESTADO
                       PERFORM 9028-RECHAZAR-PEDIDO
                   ELSE
                       MOVE WZD-PED-COD-ARTICULO
                           TO WZD-RSV-COM-ARTICULO
                       MOVE WZD-PED-COD-BODEGA TO WZD-RSV-COM-BODEGA
                       PERFORM 9045-LEER-COMPROMETIDO
                       COMPUTE WZD-RSV-DISPONIBLE =
                               REG-CANTIDAD IN REG-ARCH-MAESTRO -
                               WZD-RSV-COMPROMETIDO
                       PERFORM 9030-ACTUALIZAR-RESERVA
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * 9028-RECHAZAR-PEDIDO                                           *
      *----------------------------------------------------------------*
       9028-RECHAZAR-PEDIDO.
           MOVE 'S' TO WSW-PEDIDO-RECHAZADO
           ADD 1 TO WCT-RSV-RECHAZADAS
           .

      *----------------------------------------------------------------*
      * 9030-ACTUALIZAR-RESERVA                                        *
      *    BUSCAR LA RESERVA DEL PEDIDO: SI NO EXISTE SE CREA, SI      *
      *    EXISTE SE CAMBIA O SE ANULA                                 *
      *----------------------------------------------------------------*
       9030-ACTUALIZAR-RESERVA.
           MOVE WZD-PED-REFERENCIA TO RSV-REFERENCIA
           MOVE WZD-PED-COD-ARTICULO TO RSV-COD-ARTICULO
           MOVE WZD-PED-COD-BODEGA TO RSV-COD-BODEGA
           READ ARCH-RESERVAS
               INVALID KEY
                   PERFORM 9032-CREAR-RESERVA
               NOT INVALID KEY
                   PERFORM 9035-MODIFICAR-RESERVA
           END-READ
           .

      *----------------------------------------------------------------*
      * 9032-CREAR-RESERVA                                             *
      *    LA RESERVA NUEVA NACE ABIERTA CON TODA SU CANTIDAD          *
      *    PENDIENTE Y SOLO SI EL DISPONIBLE LA CUBRE                  *
      *----------------------------------------------------------------*
       9032-CREAR-RESERVA.
           EVALUATE TRUE
               WHEN RSV-ACCION-CAMBIAR
                   MOVE 'RECHAZADO: LA RESERVA NO EXISTE'
                       TO WZD-RSV-ESTADO
                   PERFORM 9028-RECHAZAR-PEDIDO
               WHEN WZD-PED-CANTIDAD = ZERO
                   MOVE 'RECHAZADO: CANTIDAD O VENCE INVALIDO'
                       TO WZD-RSV-ESTADO
                   PERFORM 9028-RECHAZAR-PEDIDO
               WHEN WZD-RSV-DISPONIBLE < WZD-PED-CANTIDAD
                   MOVE 'RECHAZADO: DISPONIBLE INSUFICIENTE'
                       TO WZD-RSV-ESTADO
                   PERFORM 9028-RECHAZAR-PEDIDO
               WHEN OTHER
                   MOVE WZD-PED-REFERENCIA TO RSV-REFERENCIA
                   MOVE WZD-PED-COD-ARTICULO TO RSV-COD-ARTICULO
                   MOVE WZD-PED-COD-BODEGA TO RSV-COD-BODEGA
                   MOVE WZD-PED-CANTIDAD TO RSV-CANT-RESERVADA
                   MOVE WZD-PED-CANTIDAD TO RSV-CANT-PENDIENTE
                   MOVE WCH-FECHA-SISTEMA TO RSV-FECHA-RESERVA
                   MOVE WZD-PED-FECHA-VENCE TO RSV-FECHA-VENCE
                   MOVE 'A' TO RSV-ESTADO
                   MOVE ZERO TO RSV-FECHA-CIERRE
                   WRITE REG-ARCH-RESERVA
                       INVALID KEY
                           MOVE 'RECHAZADO: NO SE PUDO GRABAR RESERVA'
                               TO WZD-RSV-ESTADO
                           PERFORM 9028-RECHAZAR-PEDIDO
                       NOT INVALID KEY
                           MOVE WZD-PED-CANTIDAD TO WZD-RSV-DELTA
                           PERFORM 9060-AJUSTAR-COMPROMETIDO
                           SUBTRACT WZD-PED-CANTIDAD
                               FROM WZD-RSV-DISPONIBLE
                           ADD 1 TO WCT-RSV-RESERVADAS
                           MOVE 'RESERVADA' TO WZD-RSV-ESTADO
                   END-WRITE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 9035-MODIFICAR-RESERVA                                         *
      *    SOLO UNA RESERVA ABIERTA SE PUEDE CAMBIAR O ANULAR          *
      *----------------------------------------------------------------*
       9035-MODIFICAR-RESERVA.
           EVALUATE TRUE
               WHEN RSV-ACCION-ADICIONAR
                   MOVE 'RECHAZADO: LA RESERVA YA EXISTE'
                       TO WZD-RSV-ESTADO
                   PERFORM 9028-RECHAZAR-PEDIDO
               WHEN NOT RESERVA-ABIERTA
                   MOVE 'RECHAZADO: LA RESERVA YA ESTA CERRADA'
                       TO WZD-RSV-ESTADO
                   PERFORM 9028-RECHAZAR-PEDIDO
               WHEN WZD-PED-CANTIDAD = ZERO
                   PERFORM 9037-ANULAR-RESERVA
               WHEN OTHER
                   PERFORM 9036-CAMBIAR-CANTIDAD-RESERVA
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 9036-CAMBIAR-CANTIDAD-RESERVA                                  *
      *    LA CANTIDAD DE LA LINEA ES LA DEL PEDIDO COMPLETO: LO YA    *
      *    CONSUMIDO POR SALIDAS SE DESCUENTA Y EL RESTO QUEDA         *
      *    PENDIENTE. SI EL PEDIDO QUEDA CUBIERTO POR LO YA DESPACHADO,*
      *    LA RESERVA SE CIERRA COMO CONSUMIDA. SOLO EL AUMENTO DEL    *
      *    PENDIENTE NECESITA DISPONIBLE                               *
      *----------------------------------------------------------------*
       9036-CAMBIAR-CANTIDAD-RESERVA.
           COMPUTE WZD-RSV-CONSUMIDA =
                   RSV-CANT-RESERVADA - RSV-CANT-PENDIENTE
           IF WZD-PED-CANTIDAD > WZD-RSV-CONSUMIDA
               COMPUTE WZD-RSV-NUEVA-PENDIENTE =
                       WZD-PED-CANTIDAD - WZD-RSV-CONSUMIDA
           ELSE
               MOVE ZERO TO WZD-RSV-NUEVA-PENDIENTE
           END-IF
           COMPUTE WZD-RSV-DELTA =
                   WZD-RSV-NUEVA-PENDIENTE - RSV-CANT-PENDIENTE
           IF WZD-RSV-DELTA > ZERO
                   AND WZD-RSV-DELTA > WZD-RSV-DISPONIBLE
               MOVE 'RECHAZADO: DISPONIBLE INSUFICIENTE'
                   TO WZD-RSV-ESTADO
               PERFORM 9028-RECHAZAR-PEDIDO
           ELSE
               MOVE WZD-PED-CANTIDAD TO RSV-CANT-RESERVADA
               MOVE WZD-RSV-NUEVA-PENDIENTE TO RSV-CANT-PENDIENTE
               MOVE WZD-PED-FECHA-VENCE TO RSV-FECHA-VENCE
               IF RSV-CANT-PENDIENTE = ZERO
                   MOVE 'C' TO RSV-ESTADO
                   MOVE WCH-FECHA-SISTEMA TO RSV-FECHA-CIERRE
               END-IF
               REWRITE REG-ARCH-RESERVA
                   INVALID KEY
                       MOVE 'RECHAZADO: NO SE PUDO GRABAR RESERVA'
                           TO WZD-RSV-ESTADO
                       PERFORM 9028-RECHAZAR-PEDIDO
                   NOT INVALID KEY
                       PERFORM 9060-AJUSTAR-COMPROMETIDO
                       SUBTRACT WZD-RSV-DELTA FROM WZD-RSV-DISPONIBLE
                       ADD 1 TO WCT-RSV-MODIFICADAS
                       IF RESERVA-CONSUMIDA
                           MOVE 'CERRADA: PEDIDO YA DESPACHADO'
                               TO WZD-RSV-ESTADO
                       ELSE
                           MOVE 'MODIFICADA' TO WZD-RSV-ESTADO
                       END-IF
               END-REWRITE
           END-IF
           .

      *----------------------------------------------------------------*
      * 9037-ANULAR-RESERVA                                            *
      *----------------------------------------------------------------*
       9037-ANULAR-RESERVA.
           COMPUTE WZD-RSV-DELTA = ZERO - RSV-CANT-PENDIENTE
           MOVE ZERO TO RSV-CANT-PENDIENTE
           MOVE 'X' TO RSV-ESTADO
           MOVE WCH-FECHA-SISTEMA TO RSV-FECHA-CIERRE
           REWRITE REG-ARCH-RESERVA
               INVALID KEY
                   MOVE 'RECHAZADO: NO SE PUDO GRABAR RESERVA'
                       TO WZD-RSV-ESTADO
                   PERFORM 9028-RECHAZAR-PEDIDO
               NOT INVALID KEY
                   PERFORM 9060-AJUSTAR-COMPROMETIDO
                   SUBTRACT WZD-RSV-DELTA FROM WZD-RSV-DISPONIBLE
                   ADD 1 TO WCT-RSV-ANULADAS
                   MOVE 'ANULADA' TO WZD-RSV-ESTADO
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * 9040-ABRIR-COMPROMETIDO-CONSULTA                               *
      *    ABRIR EL COMPROMETIDO SOLO PARA LEER (CONSULTA DE ARTICULO  *
      *    Y SUGERIDO DE COMPRA). SI AUN NO EXISTE NO HAY NADA         *
      *    COMPROMETIDO Y EL DISPONIBLE ES TODA LA EXISTENCIA          *
      *----------------------------------------------------------------*
       9040-ABRIR-COMPROMETIDO-CONSULTA.
           MOVE 'N' TO WSW-COMPROMETIDO-ABIERTO
           OPEN INPUT ARCH-COMPROMETIDO
           IF WFS-COMPROMETIDO = '00'
               MOVE 'S' TO WSW-COMPROMETIDO-ABIERTO
           END-IF
           .

      *----------------------------------------------------------------*
      * 9042-CERRAR-COMPROMETIDO-CONSULTA                              *
      *----------------------------------------------------------------*
       9042-CERRAR-COMPROMETIDO-CONSULTA.
           IF COMPROMETIDO-ABIERTO
               CLOSE ARCH-COMPROMETIDO
               MOVE 'N' TO WSW-COMPROMETIDO-ABIERTO
           END-IF
           .

      *----------------------------------------------------------------*
      * 9045-LEER-COMPROMETIDO                                         *
      *    DEJAR EN WZD-RSV-COMPROMETIDO LO COMPROMETIDO DE LA CLAVE   *
      *    WZD-RSV-COM-CLAVE (CERO SI NO TIENE RESERVAS)               *
      *----------------------------------------------------------------*
       9045-LEER-COMPROMETIDO.
           MOVE ZERO TO WZD-RSV-COMPROMETIDO
           IF COMPROMETIDO-ABIERTO
               MOVE WZD-RSV-COM-CLAVE TO COM-CLAVE
               READ ARCH-COMPROMETIDO
                   INVALID KEY
                       MOVE ZERO TO WZD-RSV-COMPROMETIDO
                   NOT INVALID KEY
                       MOVE COM-CANT-COMPROMETIDA
                           TO WZD-RSV-COMPROMETIDO
               END-READ
           END-IF
           .

      *----------------------------------------------------------------*
      * 9055-IMPRIMIR-LINEA-RESERVA                                    *
      *----------------------------------------------------------------*
       9055-IMPRIMIR-LINEA-RESERVA.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 9058-IMPRIMIR-ENCABEZADO-RESERVA
           END-IF
           MOVE WZD-PED-REFERENCIA TO LRS-REFERENCIA
           MOVE WZD-PED-COD-ARTICULO TO LRS-COD-ARTICULO
           MOVE WZD-PED-COD-BODEGA TO LRS-BODEGA
           MOVE SPACES TO LRS-FECHA-VENCE
           IF WZD-PED-CANTIDAD IS NUMERIC
               MOVE WZD-PED-CANTIDAD TO LRS-CANTIDAD
           ELSE
               MOVE ZERO TO LRS-CANTIDAD
           END-IF
           IF WZD-PED-FECHA-VENCE IS NUMERIC
               MOVE WZD-PED-FECHA-VENCE (7:2) TO KF-DIA
               MOVE WZD-PED-FECHA-VENCE (5:2) TO KF-MES
               MOVE WZD-PED-FECHA-VENCE (1:4) TO KF-ANIO
               MOVE WCH-KDX-FECHA-FMT TO LRS-FECHA-VENCE
           END-IF
           MOVE WZD-RSV-DISPONIBLE TO LRS-DISPONIBLE
           MOVE WZD-RSV-ESTADO TO LRS-ESTADO
           WRITE REG-ARCH-REP-RESERVA FROM WCH-LIN-DET-RESERVA
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 9058-IMPRIMIR-ENCABEZADO-RESERVA                               *
      *----------------------------------------------------------------*
       9058-IMPRIMIR-ENCABEZADO-RESERVA.
           ADD 1 TO WCT-NUM-PAGINA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ARCH-REP-RESERVA FROM WCH-LIN-TIT-RESERVA
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-RESERVA FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-RESERVA
           WRITE REG-ARCH-REP-RESERVA
               AFTER ADVANCING 1 LINE
           WRITE REG-ARCH-REP-RESERVA FROM WCH-LIN-ENC-RESERVA
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 9060-AJUSTAR-COMPROMETIDO                                      *
      *    SUMAR WZD-RSV-DELTA (POSITIVO AL RESERVAR, NEGATIVO AL      *
      *    CONSUMIR, LIBERAR O ANULAR) A LO COMPROMETIDO DE LA CLAVE   *
      *    WZD-RSV-COM-CLAVE. LO COMPROMETIDO NUNCA QUEDA NEGATIVO     *
      *----------------------------------------------------------------*
       9060-AJUSTAR-COMPROMETIDO.
           IF WZD-RSV-DELTA NOT = ZERO
               MOVE WZD-RSV-COM-CLAVE TO COM-CLAVE
               READ ARCH-COMPROMETIDO
                   INVALID KEY
                       IF WZD-RSV-DELTA > ZERO
                           MOVE WZD-RSV-COM-CLAVE TO COM-CLAVE
                           MOVE WZD-RSV-DELTA TO COM-CANT-COMPROMETIDA
                           WRITE REG-ARCH-COMPROMETIDO
                               INVALID KEY
                                   DISPLAY '*  NO SE PUDO GRABAR EL '
                                           'COMPROMETIDO DE: '
                                           WZD-RSV-COM-CLAVE
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       IF COM-CANT-COMPROMETIDA + WZD-RSV-DELTA > ZERO
                           ADD WZD-RSV-DELTA TO COM-CANT-COMPROMETIDA
                       ELSE
                           MOVE ZERO TO COM-CANT-COMPROMETIDA
                       END-IF
                       REWRITE REG-ARCH-COMPROMETIDO
                           INVALID KEY
                               DISPLAY '*  NO SE PUDO ACTUALIZAR EL '
                                       'COMPROMETIDO DE: '
                                       WZD-RSV-COM-CLAVE
                       END-REWRITE
               END-READ
           END-IF
           .

      *----------------------------------------------------------------*
      * 9065-IMPRIMIR-RESUMEN-RESERVA                                  *
      *----------------------------------------------------------------*
       9065-IMPRIMIR-RESUMEN-RESERVA.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS - 8
               PERFORM 9058-IMPRIMIR-ENCABEZADO-RESERVA
           END-IF
           MOVE 'LINEAS DE PEDIDO LEIDAS' TO LR-MOTIVO
           MOVE WCT-RSV-LEIDOS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RESERVA FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 2 LINES
           MOVE 'RESERVAS NUEVAS' TO LR-MOTIVO
           MOVE WCT-RSV-RESERVADAS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RESERVA FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'RESERVAS MODIFICADAS' TO LR-MOTIVO
           MOVE WCT-RSV-MODIFICADAS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RESERVA FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'RESERVAS ANULADAS' TO LR-MOTIVO
           MOVE WCT-RSV-ANULADAS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RESERVA FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'LINEAS RECHAZADAS' TO LR-MOTIVO
           MOVE WCT-RSV-RECHAZADAS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RESERVA FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'RESERVAS VENCIDAS LIBERADAS' TO LR-MOTIVO
           MOVE WCT-RSV-LIBERADAS TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RESERVA FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           MOVE 'UNIDADES LIBERADAS POR VENCIMIENTO' TO LR-MOTIVO
           MOVE WCT-RSV-CANT-LIBERADA TO LR-CANTIDAD
           WRITE REG-ARCH-REP-RESERVA FROM WCH-LIN-DET-RECHAZO
               AFTER ADVANCING 1 LINE
           ADD 8 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 9080-DISPONIBLE-SALIDA                                         *
      *    DISPONIBLE PARA LA SALIDA: LA EXISTENCIA MENOS LO           *
      *    COMPROMETIDO, MAS EL PENDIENTE DE LA RESERVA ABIERTA DE LA  *
      *    MISMA REFERENCIA, ARTICULO Y BODEGA SI LA SALIDA LA TRAE.   *
      *    LA RESERVA ENCONTRADA QUEDA LEIDA PARA CONSUMIRLA           *
      *----------------------------------------------------------------*
       9080-DISPONIBLE-SALIDA.
           MOVE ZERO TO WZD-RSV-PROPIA
           MOVE SAL-COD-ARTICULO TO WZD-RSV-COM-ARTICULO
           MOVE SAL-COD-BODEGA TO WZD-RSV-COM-BODEGA
           PERFORM 9045-LEER-COMPROMETIDO
           IF RESERVAS-ABIERTO
                   AND SAL-REFERENCIA NOT = SPACES
               MOVE SAL-REFERENCIA TO RSV-REFERENCIA
               MOVE SAL-COD-ARTICULO TO RSV-COD-ARTICULO
               MOVE SAL-COD-BODEGA TO RSV-COD-BODEGA
               READ ARCH-RESERVAS
                   INVALID KEY
                       MOVE ZERO TO WZD-RSV-PROPIA
                   NOT INVALID KEY
                       IF RESERVA-ABIERTA
                           MOVE RSV-CANT-PENDIENTE TO WZD-RSV-PROPIA
                       END-IF
               END-READ
           END-IF
           COMPUTE WZD-RSV-DISPONIBLE =
                   REG-CANTIDAD IN REG-ARCH-MAESTRO -
                   WZD-RSV-COMPROMETIDO + WZD-RSV-PROPIA
           .

      *----------------------------------------------------------------*
      * 9085-CONSUMIR-RESERVA-SALIDA                                   *
      *    DESCONTAR DE LA RESERVA LEIDA EN 9080 LO DESPACHADO POR LA  *
      *    SALIDA (HASTA SU PENDIENTE) Y DEJAR DE COMPROMETERLO. LA    *
      *    RESERVA SIN PENDIENTE QUEDA CONSUMIDA                       *
      *----------------------------------------------------------------*
       9085-CONSUMIR-RESERVA-SALIDA.
           IF WZD-RSV-PROPIA > ZERO
               IF SAL-CANTIDAD < RSV-CANT-PENDIENTE
                   MOVE SAL-CANTIDAD TO WZD-RSV-CONSUMIDA
               ELSE
                   MOVE RSV-CANT-PENDIENTE TO WZD-RSV-CONSUMIDA
               END-IF
               SUBTRACT WZD-RSV-CONSUMIDA FROM RSV-CANT-PENDIENTE
               IF RSV-CANT-PENDIENTE = ZERO
                   MOVE 'C' TO RSV-ESTADO
                   MOVE WCH-FECHA-SISTEMA TO RSV-FECHA-CIERRE
               END-IF
               REWRITE REG-ARCH-RESERVA
                   INVALID KEY
                       DISPLAY '*  NO SE PUDO CONSUMIR LA RESERVA: '
                               RSV-REFERENCIA
                   NOT INVALID KEY
                       COMPUTE WZD-RSV-DELTA = ZERO - WZD-RSV-CONSUMIDA
                       PERFORM 9060-AJUSTAR-COMPROMETIDO
                       ADD 1 TO WCT-RSV-CONSUMIDAS
               END-REWRITE
           END-IF
           .

      *----------------------------------------------------------------*
      * 9100-MANTENIMIENTO-RESERVAS                                    *
      *    ADICIONAR, CAMBIAR O ANULAR UNA RESERVA DESDE EL TERMINAL,  *
      *    CON LA MISMA CRITICA DE LA CARGA DIARIA DE PEDIDOS          *
      *----------------------------------------------------------------*
       9100-MANTENIMIENTO-RESERVAS.
           MOVE ZERO TO WCT-RSV-LEIDOS
           MOVE ZERO TO WCT-RSV-RESERVADAS
           MOVE ZERO TO WCT-RSV-MODIFICADAS
           MOVE ZERO TO WCT-RSV-ANULADAS
           MOVE ZERO TO WCT-RSV-RECHAZADAS
           MOVE ZERO TO WCT-RSV-CAMBIOS
           PERFORM 9005-ABRIR-RESERVAS
           IF RESERVAS-ABIERTO
               OPEN INPUT ARCH-MAESTRO
               IF WFS-MAESTRO NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE '
                           'INVENTARIO'
               ELSE
                   PERFORM 9010-LIBERAR-RESERVAS-VENCIDAS
                   PERFORM 5760-ABRIR-BODEGAS-CONSULTA
                   PERFORM 9110-SESION-RESERVAS
                   PERFORM 5765-CERRAR-BODEGAS-CONSULTA
                   CLOSE ARCH-MAESTRO
               END-IF
               PERFORM 9008-CERRAR-RESERVAS
           END-IF
           COMPUTE WCT-RSV-CAMBIOS = WCT-RSV-RESERVADAS +
                   WCT-RSV-MODIFICADAS + WCT-RSV-ANULADAS
           .

      *----------------------------------------------------------------*
      * 9110-SESION-RESERVAS                                           *
      *----------------------------------------------------------------*
       9110-SESION-RESERVAS.
           MOVE 'N' TO WSW-FIN-MANT-RSV
           PERFORM 9120-MENU-RESERVAS
           PERFORM UNTIL FIN-MANT-RSV
               EVALUATE WZD-OPCION-RSV
                   WHEN 1
                       PERFORM 9130-ADICIONAR-RESERVA
                   WHEN 2
                       PERFORM 9140-CAMBIAR-RESERVA
                   WHEN 3
                       PERFORM 9150-ANULAR-RESERVA
                   WHEN 4
                       MOVE 'S' TO WSW-FIN-MANT-RSV
                   WHEN OTHER
                       DISPLAY '*  OPCION INVALIDA, INTENTE DE NUEVO'
               END-EVALUATE
               IF NOT FIN-MANT-RSV
                   PERFORM 9120-MENU-RESERVAS
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 9120-MENU-RESERVAS                                             *
      *----------------------------------------------------------------*
       9120-MENU-RESERVAS.
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '*            MANTENIMIENTO DE RESERVAS            *'
           DISPLAY '*  1. Adicionar reserva                           *'
           DISPLAY '*  2. Cambiar reserva                             *'
           DISPLAY '*  3. Anular reserva                              *'
           DISPLAY '*  4. Volver al menu principal                    *'
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '*  Opcion -> ' WITH NO ADVANCING
           ACCEPT WZD-OPCION-RSV-ALFA
           IF WZD-OPCION-RSV-ALFA IS NUMERIC
                   AND WZD-OPCION-RSV-ALFA > '0'
               MOVE WZD-OPCION-RSV-ALFA TO WZD-OPCION-RSV
           ELSE
               MOVE 9 TO WZD-OPCION-RSV
           END-IF
           .

      *----------------------------------------------------------------*
      * 9130-ADICIONAR-RESERVA                                         *
      *----------------------------------------------------------------*
       9130-ADICIONAR-RESERVA.
           SET RSV-ACCION-ADICIONAR TO TRUE
           PERFORM 9135-CAPTURAR-CLAVE-RESERVA
           PERFORM 9138-CAPTURAR-DATOS-RESERVA
           PERFORM 9020-PROCESAR-PEDIDO
           PERFORM 9139-MOSTRAR-RESULTADO-RESERVA
           .

      *----------------------------------------------------------------*
      * 9135-CAPTURAR-CLAVE-RESERVA                                    *
      *----------------------------------------------------------------*
       9135-CAPTURAR-CLAVE-RESERVA.
           DISPLAY '*  Referencia      -> ' WITH NO ADVANCING
           ACCEPT WZD-PED-REFERENCIA
           DISPLAY '*  Codigo articulo -> ' WITH NO ADVANCING
           ACCEPT WZD-PED-COD-ARTICULO
           DISPLAY '*  Codigo bodega   -> ' WITH NO ADVANCING
           ACCEPT WZD-PED-COD-BODEGA
           .

      *----------------------------------------------------------------*
      * 9138-CAPTURAR-DATOS-RESERVA                                    *
      *    LA CANTIDAD ES LA DEL PEDIDO COMPLETO Y EL VENCIMIENTO SE   *
      *    DIGITA COMO AAAAMMDD                                        *
      *----------------------------------------------------------------*
       9138-CAPTURAR-DATOS-RESERVA.
           DISPLAY '*  Cant. pedido    -> ' WITH NO ADVANCING
           ACCEPT WZD-PED-CANTIDAD
           DISPLAY '*  Vence AAAAMMDD  -> ' WITH NO ADVANCING
           ACCEPT WZD-PED-FECHA-VENCE
           .

      *----------------------------------------------------------------*
      * 9139-MOSTRAR-RESULTADO-RESERVA                                 *
      *----------------------------------------------------------------*
       9139-MOSTRAR-RESULTADO-RESERVA.
           DISPLAY '*  ' WZD-RSV-ESTADO
           IF NOT PEDIDO-RECHAZADO
               MOVE WZD-RSV-DISPONIBLE TO WAR-RSV-DISPONIBLE
               DISPLAY '*  DISPONIBLE DEL ARTICULO EN LA BODEGA: '
                       WAR-RSV-DISPONIBLE
           END-IF
           .

      *----------------------------------------------------------------*
      * 9140-CAMBIAR-RESERVA                                           *
      *----------------------------------------------------------------*
       9140-CAMBIAR-RESERVA.
           SET RSV-ACCION-CAMBIAR TO TRUE
           PERFORM 9135-CAPTURAR-CLAVE-RESERVA
           PERFORM 9138-CAPTURAR-DATOS-RESERVA
           IF WZD-PED-CANTIDAD IS NUMERIC
                   AND WZD-PED-CANTIDAD = ZERO
               DISPLAY '*  PARA ANULAR LA RESERVA USE LA OPCION 3'
           ELSE
               PERFORM 9020-PROCESAR-PEDIDO
               PERFORM 9139-MOSTRAR-RESULTADO-RESERVA
           END-IF
           .

      *----------------------------------------------------------------*
      * 9150-ANULAR-RESERVA                                            *
      *    LA ANULACION ES UN CAMBIO A CANTIDAD CERO                   *
      *----------------------------------------------------------------*
       9150-ANULAR-RESERVA.
           SET RSV-ACCION-CAMBIAR TO TRUE
           PERFORM 9135-CAPTURAR-CLAVE-RESERVA
           MOVE ZERO TO WZD-PED-CANTIDAD
           MOVE WCH-FECHA-SISTEMA TO WZD-PED-FECHA-VENCE
           PERFORM 9020-PROCESAR-PEDIDO
           PERFORM 9139-MOSTRAR-RESULTADO-RESERVA
           .

      *----------------------------------------------------------------*
      * 9200-REPORTE-RESERVAS                                          *
      *    IMPRIMIR POR BODEGA LAS RESERVAS ABIERTAS, DE LA MAS        *
      *    ANTIGUA A LA MAS RECIENTE, CON SU ANTIGUEDAD EN DIAS        *
      *    (CALENDARIO COMERCIAL DE 30/360) Y SU VALOR AL COSTO        *
      *    UNITARIO DEL MAESTRO. CADA BODEGA CIERRA CON SU SUBTOTAL    *
      *    POR RANGO DE ANTIGUEDAD Y EL REPORTE CON EL TOTAL GENERAL   *
      *    POR RANGO. ANTES SE LIBERAN LAS RESERVAS VENCIDAS           *
      *----------------------------------------------------------------*
       9200-REPORTE-RESERVAS.
           MOVE ZERO TO WCT-RSV-ABIERTAS
           MOVE ZERO TO WCT-NUM-PAGINA
           MOVE 1 TO WZD-RSV-IDX
           PERFORM UNTIL WZD-RSV-IDX > 4
               MOVE ZERO TO RSA-TOT-RESERVAS (WZD-RSV-IDX)
               MOVE ZERO TO RSA-TOT-UNIDADES (WZD-RSV-IDX)
               MOVE ZERO TO RSA-TOT-VALOR (WZD-RSV-IDX)
               ADD 1 TO WZD-RSV-IDX
           END-PERFORM
           MOVE 'N' TO WSW-ERROR-RESERVA
           PERFORM 9005-ABRIR-RESERVAS
           IF NOT RESERVAS-ABIERTO
               MOVE 'S' TO WSW-ERROR-RESERVA
           ELSE
               OPEN INPUT ARCH-MAESTRO
               IF WFS-MAESTRO NOT = '00'
                   DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE '
                           'INVENTARIO'
                   MOVE 'S' TO WSW-ERROR-RESERVA
               ELSE
                   OPEN OUTPUT ARCH-REP-RSV-ABIERTA
                   IF WFS-REP-RSV-ABIERTA NOT = '00'
                       DISPLAY '*  NO SE PUDO ABRIR EL REPORTE DE '
                               'RESERVAS ABIERTAS'
                       MOVE 'S' TO WSW-ERROR-RESERVA
                   ELSE
                       PERFORM 9010-LIBERAR-RESERVAS-VENCIDAS
                       MOVE WCN-MAX-LINEAS TO WCT-LINEAS-PAGINA
                       SORT ARCH-ORDENAMIENTO
                           ON ASCENDING KEY ORD-RSV-COD-BODEGA
                           ON ASCENDING KEY ORD-RSV-FECHA-RESERVA
                           ON ASCENDING KEY ORD-RSV-REFERENCIA
                           ON ASCENDING KEY ORD-RSV-COD-ARTICULO
                           INPUT PROCEDURE IS
                               9205-SELECCIONAR-RESERVAS
                           OUTPUT PROCEDURE IS
                               9230-IMPRIMIR-RESERVAS
                       CLOSE ARCH-REP-RSV-ABIERTA
                       DISPLAY '*  RESERVAS ABIERTAS: ' WCT-RSV-ABIERTAS
                   END-IF
                   CLOSE ARCH-MAESTRO
               END-IF
               PERFORM 9008-CERRAR-RESERVAS
           END-IF
           .

      *----------------------------------------------------------------*
      * 9205-SELECCIONAR-RESERVAS                                      *
      *    PROCEDIMIENTO DE ENTRADA DEL SORT DE RESERVAS: ENTREGAR AL  *
      *    ORDENAMIENTO CADA RESERVA ABIERTA                           *
      *----------------------------------------------------------------*
       9205-SELECCIONAR-RESERVAS.
           MOVE 'N' TO WSW-FIN-RESERVAS
           MOVE LOW-VALUES TO RSV-CLAVE
           START ARCH-RESERVAS KEY IS NOT LESS THAN RSV-CLAVE
               INVALID KEY
                   MOVE 'S' TO WSW-FIN-RESERVAS
           END-START
           IF NOT FIN-RESERVAS
               PERFORM 9012-LEER-RESERVA-SIGUIENTE
               PERFORM UNTIL FIN-RESERVAS
                   IF RESERVA-ABIERTA
                       PERFORM 9206-LIBERAR-RESERVA-ORDEN
                   END-IF
                   PERFORM 9012-LEER-RESERVA-SIGUIENTE
               END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------*
      * 9206-LIBERAR-RESERVA-ORDEN                                     *
      *----------------------------------------------------------------*
       9206-LIBERAR-RESERVA-ORDEN.
           MOVE RSV-FECHA-RESERVA (1:4) TO WZD-RSV-ANIO
           MOVE RSV-FECHA-RESERVA (5:2) TO WZD-RSV-MES
           MOVE RSV-FECHA-RESERVA (7:2) TO WZD-RSV-DIA
           COMPUTE WZD-RSV-DIAS =
                   (WFC-ANIO - WZD-RSV-ANIO) * 360 +
                   (WFC-MES - WZD-RSV-MES) * 30 +
                   (WFC-DIA - WZD-RSV-DIA)
           IF WZD-RSV-DIAS < ZERO
               MOVE ZERO TO WZD-RSV-DIAS
           END-IF
           EVALUATE TRUE
               WHEN WZD-RSV-DIAS <= 7
                   MOVE 1 TO WZD-RSV-RANGO
               WHEN WZD-RSV-DIAS <= 15
                   MOVE 2 TO WZD-RSV-RANGO
               WHEN WZD-RSV-DIAS <= 30
                   MOVE 3 TO WZD-RSV-RANGO
               WHEN OTHER
                   MOVE 4 TO WZD-RSV-RANGO
           END-EVALUATE
           MOVE RSV-COD-ARTICULO TO REG-COD-ARTICULO IN REG-ARCH-MAESTRO
           MOVE RSV-COD-BODEGA TO REG-COD-BODEGA IN REG-ARCH-MAESTRO
           READ ARCH-MAESTRO
               INVALID KEY
                   MOVE '*** NO EXISTE EN EL MAESTRO'
                       TO ORD-RSV-DESCRIPCION
                   MOVE ZERO TO ORD-RSV-COSTO-UNIT
               NOT INVALID KEY
                   MOVE REG-DESCRIPCION IN REG-ARCH-MAESTRO
                       TO ORD-RSV-DESCRIPCION
                   MOVE REG-COSTO-UNIT IN REG-ARCH-MAESTRO
                       TO ORD-RSV-COSTO-UNIT
           END-READ
           MOVE RSV-COD-BODEGA TO ORD-RSV-COD-BODEGA
           MOVE RSV-FECHA-RESERVA TO ORD-RSV-FECHA-RESERVA
           MOVE RSV-REFERENCIA TO ORD-RSV-REFERENCIA
           MOVE RSV-COD-ARTICULO TO ORD-RSV-COD-ARTICULO
           MOVE RSV-CANT-PENDIENTE TO ORD-RSV-CANT-PENDIENTE
           MOVE RSV-FECHA-VENCE TO ORD-RSV-FECHA-VENCE
           MOVE WZD-RSV-DIAS TO ORD-RSV-DIAS
           MOVE WZD-RSV-RANGO TO ORD-RSV-RANGO
           RELEASE REG-ORD-RESERVA
           .

      *----------------------------------------------------------------*
      * 9230-IMPRIMIR-RESERVAS                                         *
      *    PROCEDIMIENTO DE SALIDA DEL SORT DE RESERVAS: DETALLE CON   *
      *    CORTE DE CONTROL POR BODEGA, SUBTOTAL DE LA BODEGA POR RANGO*
      *    DE ANTIGUEDAD Y TOTAL GENERAL POR RANGO AL FINAL            *
      *----------------------------------------------------------------*
       9230-IMPRIMIR-RESERVAS.
           MOVE 'N' TO WSW-FIN-ORDENAMIENTO
           MOVE LOW-VALUES TO WZD-RSV-BOD-ANTERIOR
           PERFORM 9232-RETORNAR-RESERVA
           PERFORM UNTIL FIN-ORDENAMIENTO
               IF ORD-RSV-COD-BODEGA NOT = WZD-RSV-BOD-ANTERIOR
                   IF WZD-RSV-BOD-ANTERIOR NOT = LOW-VALUES
                       PERFORM 9236-IMPRIMIR-SUBTOTAL-RESERVA
                   END-IF
                   MOVE ORD-RSV-COD-BODEGA TO WZD-RSV-BOD-ANTERIOR
                   PERFORM 9233-IMPRIMIR-ROTULO-RESERVA
               END-IF
               PERFORM 9234-IMPRIMIR-DETALLE-RESERVA
               PERFORM 9232-RETORNAR-RESERVA
           END-PERFORM
           IF WZD-RSV-BOD-ANTERIOR NOT = LOW-VALUES
               PERFORM 9236-IMPRIMIR-SUBTOTAL-RESERVA
           END-IF
           PERFORM 9237-IMPRIMIR-TOTAL-RESERVA
           .

      *----------------------------------------------------------------*
      * 9232-RETORNAR-RESERVA                                          *
      *----------------------------------------------------------------*
       9232-RETORNAR-RESERVA.
           RETURN ARCH-ORDENAMIENTO
               AT END
                   MOVE 'S' TO WSW-FIN-ORDENAMIENTO
           END-RETURN
           .

      *----------------------------------------------------------------*
      * 9233-IMPRIMIR-ROTULO-RESERVA                                   *
      *    ROTULO DE LA BODEGA AL INICIAR SU CORTE Y PUESTA EN CERO    *
      *    DE SUS SUBTOTALES POR RANGO                                 *
      *----------------------------------------------------------------*
       9233-IMPRIMIR-ROTULO-RESERVA.
           MOVE 1 TO WZD-RSV-IDX
           PERFORM UNTIL WZD-RSV-IDX > 4
               MOVE ZERO TO RSA-SUB-RESERVAS (WZD-RSV-IDX)
               MOVE ZERO TO RSA-SUB-UNIDADES (WZD-RSV-IDX)
               MOVE ZERO TO RSA-SUB-VALOR (WZD-RSV-IDX)
               ADD 1 TO WZD-RSV-IDX
           END-PERFORM
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS - 2
               PERFORM 9238-IMPRIMIR-ENCABEZADO-RSA
           END-IF
           MOVE ORD-RSV-COD-BODEGA TO LB-BODEGA
           PERFORM 5780-NOMBRE-BODEGA
           WRITE REG-ARCH-REP-RSV-ABIERTA FROM WCH-LIN-BODEGA
               AFTER ADVANCING 2 LINES
           ADD 2 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 9234-IMPRIMIR-DETALLE-RESERVA                                  *
      *----------------------------------------------------------------*
       9234-IMPRIMIR-DETALLE-RESERVA.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 9238-IMPRIMIR-ENCABEZADO-RSA
           END-IF
           COMPUTE WZD-RSV-VALOR =
                   ORD-RSV-CANT-PENDIENTE * ORD-RSV-COSTO-UNIT
           MOVE ORD-RSV-FECHA-RESERVA (7:2) TO KF-DIA
           MOVE ORD-RSV-FECHA-RESERVA (5:2) TO KF-MES
           MOVE ORD-RSV-FECHA-RESERVA (1:4) TO KF-ANIO
           MOVE WCH-KDX-FECHA-FMT TO LRA-FECHA-RESERVA
           MOVE ORD-RSV-FECHA-VENCE (7:2) TO KF-DIA
           MOVE ORD-RSV-FECHA-VENCE (5:2) TO KF-MES
           MOVE ORD-RSV-FECHA-VENCE (1:4) TO KF-ANIO
           MOVE WCH-KDX-FECHA-FMT TO LRA-FECHA-VENCE
           MOVE ORD-RSV-REFERENCIA TO LRA-REFERENCIA
           MOVE ORD-RSV-COD-ARTICULO TO LRA-COD-ARTICULO
           MOVE ORD-RSV-DESCRIPCION TO LRA-DESCRIPCION
           MOVE ORD-RSV-CANT-PENDIENTE TO LRA-CANTIDAD
           MOVE ORD-RSV-DIAS TO LRA-DIAS
           MOVE WZD-RSV-VALOR TO LRA-VALOR
           WRITE REG-ARCH-REP-RSV-ABIERTA FROM WCH-LIN-DET-RSV-ABIERTA
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           ADD 1 TO WCT-RSV-ABIERTAS
           ADD 1 TO RSA-SUB-RESERVAS (ORD-RSV-RANGO)
           ADD ORD-RSV-CANT-PENDIENTE
               TO RSA-SUB-UNIDADES (ORD-RSV-RANGO)
           ADD WZD-RSV-VALOR TO RSA-SUB-VALOR (ORD-RSV-RANGO)
           ADD 1 TO RSA-TOT-RESERVAS (ORD-RSV-RANGO)
           ADD ORD-RSV-CANT-PENDIENTE
               TO RSA-TOT-UNIDADES (ORD-RSV-RANGO)
           ADD WZD-RSV-VALOR TO RSA-TOT-VALOR (ORD-RSV-RANGO)
           .

      *----------------------------------------------------------------*
      * 9236-IMPRIMIR-SUBTOTAL-RESERVA                                 *
      *    SUBTOTAL DE LA BODEGA QUE TERMINA, UNA LINEA POR RANGO      *
      *----------------------------------------------------------------*
       9236-IMPRIMIR-SUBTOTAL-RESERVA.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS - 5
               PERFORM 9238-IMPRIMIR-ENCABEZADO-RSA
           END-IF
           MOVE SPACES TO REG-ARCH-REP-RSV-ABIERTA
           WRITE REG-ARCH-REP-RSV-ABIERTA
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           MOVE 1 TO WZD-RSV-IDX
           PERFORM UNTIL WZD-RSV-IDX > 4
               MOVE 'BODEGA' TO LRR-CONCEPTO
               MOVE RSA-RANGO-NOMBRE (WZD-RSV-IDX) TO LRR-RANGO
               MOVE RSA-SUB-RESERVAS (WZD-RSV-IDX) TO LRR-RESERVAS
               MOVE RSA-SUB-UNIDADES (WZD-RSV-IDX) TO LRR-UNIDADES
               MOVE RSA-SUB-VALOR (WZD-RSV-IDX) TO LRR-VALOR
               WRITE REG-ARCH-REP-RSV-ABIERTA
                   FROM WCH-LIN-RES-RSV-ABIERTA
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WCT-LINEAS-PAGINA
               ADD 1 TO WZD-RSV-IDX
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 9237-IMPRIMIR-TOTAL-RESERVA                                    *
      *    TOTAL GENERAL DEL REPORTE POR RANGO DE ANTIGUEDAD           *
      *----------------------------------------------------------------*
       9237-IMPRIMIR-TOTAL-RESERVA.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS - 6
               PERFORM 9238-IMPRIMIR-ENCABEZADO-RSA
           END-IF
           MOVE SPACES TO REG-ARCH-REP-RSV-ABIERTA
           WRITE REG-ARCH-REP-RSV-ABIERTA
               AFTER ADVANCING 1 LINE
           MOVE 1 TO WZD-RSV-IDX
           PERFORM UNTIL WZD-RSV-IDX > 4
               MOVE 'TOTAL' TO LRR-CONCEPTO
               MOVE RSA-RANGO-NOMBRE (WZD-RSV-IDX) TO LRR-RANGO
               MOVE RSA-TOT-RESERVAS (WZD-RSV-IDX) TO LRR-RESERVAS
               MOVE RSA-TOT-UNIDADES (WZD-RSV-IDX) TO LRR-UNIDADES
               MOVE RSA-TOT-VALOR (WZD-RSV-IDX) TO LRR-VALOR
               WRITE REG-ARCH-REP-RSV-ABIERTA
                   FROM WCH-LIN-RES-RSV-ABIERTA
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WZD-RSV-IDX
           END-PERFORM
           ADD 5 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 9238-IMPRIMIR-ENCABEZADO-RSA                                   *
      *----------------------------------------------------------------*
       9238-IMPRIMIR-ENCABEZADO-RSA.
           ADD 1 TO WCT-NUM-PAGINA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ARCH-REP-RSV-ABIERTA FROM WCH-LIN-TIT-RSV-ABIERTA
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-RSV-ABIERTA FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-RSV-ABIERTA
           WRITE REG-ARCH-REP-RSV-ABIERTA
               AFTER ADVANCING 1 LINE
           WRITE REG-ARCH-REP-RSV-ABIERTA FROM WCH-LIN-ENC-RSV-ABIERTA
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 9300-ACTIVIDAD-OPERADORES                                      *
      *    PEDIR EN TERMINAL EL OPERADOR, LA SESION Y EL RANGO DE      *
      *    FECHAS DEL REPORTE DE ACTIVIDAD. EN BLANCO EQUIVALEN A      *
      *    "TODOS" Y "SIN LIMITE". EN LOTE SE ENTRA DIRECTO A 9310     *
      *    CON LOS PARAMETROS DE LA TARJETA DE CONTROL                 *
      *----------------------------------------------------------------*
       9300-ACTIVIDAD-OPERADORES.
           DISPLAY '*  Operador (blanco = todos) -> ' WITH NO ADVANCING
           ACCEPT WZD-ACT-OPERADOR
           INSPECT WZD-ACT-OPERADOR
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY '*  Sesion (blanco = todas)   -> ' WITH NO ADVANCING
           ACCEPT WZD-ACT-SESION
           DISPLAY '*  Fecha desde (AAAAMMDD)    -> ' WITH NO ADVANCING
           ACCEPT WZD-ACT-FECHA-ALFA
           IF WZD-ACT-FECHA-ALFA IS NUMERIC
               MOVE WZD-ACT-FECHA-ALFA TO WZD-ACT-FECHA-DESDE
           ELSE
               MOVE ZERO TO WZD-ACT-FECHA-DESDE
           END-IF
           DISPLAY '*  Fecha hasta (AAAAMMDD)    -> ' WITH NO ADVANCING
           ACCEPT WZD-ACT-FECHA-ALFA
           IF WZD-ACT-FECHA-ALFA IS NUMERIC
               MOVE WZD-ACT-FECHA-ALFA TO WZD-ACT-FECHA-HASTA
           ELSE
               MOVE 99999999 TO WZD-ACT-FECHA-HASTA
           END-IF
           PERFORM 9310-GENERAR-ACTIVIDAD
           .

      *----------------------------------------------------------------*
      * 9310-GENERAR-ACTIVIDAD                                         *
      *    IMPRIMIR LA ACTIVIDAD DE LOS OPERADORES CON LOS FILTROS     *
      *    DEJADOS EN WCH-ACTIVIDAD-TRABAJO: POR OPERADOR Y SESION, EN *
      *    ORDEN CRONOLOGICO, LAS ACCIONES DEL LOG DE AUDITORIA Y LOS  *
      *    CAMBIOS DEL MAESTRO DE LA BITACORA, CON TOTALES POR         *
      *    OPERADOR Y TOTAL GENERAL                                    *
      *----------------------------------------------------------------*
       9310-GENERAR-ACTIVIDAD.
           MOVE ZERO TO WCT-NUM-PAGINA
           MOVE ZERO TO WZD-ACT-SES-OCUPADAS
           MOVE ZERO TO WCT-ACT-SES-OMITIDAS
           MOVE ZERO TO WCT-ACT-CAMBIOS-MAESTRO
           MOVE ZERO TO WCT-ACT-GEN-ACCIONES
           MOVE ZERO TO WCT-ACT-GEN-ADICIONES
           MOVE ZERO TO WCT-ACT-GEN-CAMBIOS
           MOVE ZERO TO WCT-ACT-GEN-BAJAS
           MOVE ZERO TO WCT-ACT-GEN-UNIDADES
           MOVE ZERO TO WCT-ACT-GEN-VALOR
           MOVE 'N' TO WSW-ERROR-ACTIVIDAD
           OPEN OUTPUT ARCH-REP-ACTIVIDAD
           IF WFS-REP-ACTIVIDAD NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL REPORTE DE ACTIVIDAD'
               MOVE 'S' TO WSW-ERROR-ACTIVIDAD
           ELSE
               MOVE WCN-MAX-LINEAS TO WCT-LINEAS-PAGINA
               SORT ARCH-ORDENAMIENTO
                   ON ASCENDING KEY ORD-ACT-OPERADOR
                   ON ASCENDING KEY ORD-ACT-SESION
                   ON ASCENDING KEY ORD-ACT-FECHA
                   ON ASCENDING KEY ORD-ACT-HORA
                   ON ASCENDING KEY ORD-ACT-TIPO
                   ON ASCENDING KEY ORD-ACT-SECUENCIA
                   INPUT PROCEDURE IS 9315-SELECCIONAR-ACTIVIDAD
                   OUTPUT PROCEDURE IS 9360-IMPRIMIR-ACTIVIDAD
               CLOSE ARCH-REP-ACTIVIDAD
               IF WCT-ACT-SES-OMITIDAS > ZERO
                   DISPLAY '*  SESIONES SIN OPERADOR POR TABLA LLENA: '
                           WCT-ACT-SES-OMITIDAS
               END-IF
               DISPLAY '*  ACCIONES: ' WCT-ACT-GEN-ACCIONES
                       ' CAMBIOS DEL MAESTRO: '
                       WCT-ACT-CAMBIOS-MAESTRO
           END-IF
           .

      *----------------------------------------------------------------*
      * 9315-SELECCIONAR-ACTIVIDAD                                     *
      *    PROCEDIMIENTO DE ENTRADA DEL SORT DE ACTIVIDAD: PRIMERO EL  *
      *    LOG DE AUDITORIA, QUE DEJA LA TABLA DE SESIONES CON SU      *
      *    OPERADOR, Y DESPUES LA BITACORA DEL MAESTRO, QUE TOMA EL    *
      *    OPERADOR DE ESA TABLA POR LA SESION                         *
      *----------------------------------------------------------------*
       9315-SELECCIONAR-ACTIVIDAD.
           PERFORM 9320-SELECCIONAR-AUDITORIA
           PERFORM 9340-SELECCIONAR-JOURNAL
           .

      *----------------------------------------------------------------*
      * 9320-SELECCIONAR-AUDITORIA                                     *
      *----------------------------------------------------------------*
       9320-SELECCIONAR-AUDITORIA.
           MOVE 'N' TO WSW-FIN-AUDITORIA
           MOVE LOW-VALUES TO WZD-ACT-SES-ANTERIOR
           OPEN INPUT ARCH-AUDITORIA
           IF WFS-AUDITORIA NOT = '00'
               DISPLAY '*  NO HAY LOG DE AUDITORIA'
           ELSE
               PERFORM 9322-LEER-AUDITORIA
               PERFORM UNTIL FIN-AUDITORIA
                   PERFORM 9325-LIBERAR-AUDITORIA
                   PERFORM 9322-LEER-AUDITORIA
               END-PERFORM
               CLOSE ARCH-AUDITORIA
           END-IF
           .

      *----------------------------------------------------------------*
      * 9322-LEER-AUDITORIA                                            *
      *----------------------------------------------------------------*
       9322-LEER-AUDITORIA.
           READ ARCH-AUDITORIA
               AT END
                   MOVE 'S' TO WSW-FIN-AUDITORIA
               NOT AT END
                   MOVE REG-ARCH-AUDITORIA TO WCH-LIN-AUDITORIA
           END-READ
           .

      *----------------------------------------------------------------*
      * 9325-LIBERAR-AUDITORIA                                         *
      *    UNA LINEA DEL LOG QUE PASA LOS FILTROS DE OPERADOR Y        *
      *    SESION REGISTRA SU SESION EN LA TABLA (SI ES DEL RANGO DE   *
      *    FECHAS O POSTERIOR, PORQUE LA ACCION SE AUDITA AL TERMINAR) *
      *    Y VA AL ORDENAMIENTO SI SU FECHA ESTA EN EL RANGO. LAS      *
      *    LINEAS GRABADAS ANTES DE LLEVAR LA SESION QUEDAN SIN ELLA   *
      *----------------------------------------------------------------*
       9325-LIBERAR-AUDITORIA.
           MOVE LA-FECHA TO WCH-AUDIT-FECHA-FMT
           MOVE LA-HORA TO WCH-AUDIT-HORA-FMT
           MOVE 'N' TO WSW-LINEA-VALIDA
           IF AF-DIA IS NUMERIC AND AF-MES IS NUMERIC
                   AND AF-ANIO IS NUMERIC AND AH-HORA IS NUMERIC
                   AND AH-MIN IS NUMERIC AND AH-SEG IS NUMERIC
               MOVE 'S' TO WSW-LINEA-VALIDA
           END-IF
           IF LINEA-VALIDA
                   AND (WZD-ACT-OPERADOR = SPACES
                        OR LA-OPERADOR = WZD-ACT-OPERADOR)
                   AND (WZD-ACT-SESION = SPACES
                        OR LA-SESION = WZD-ACT-SESION)
               COMPUTE WZD-ACT-FECHA =
                       AF-ANIO * 10000 + AF-MES * 100 + AF-DIA
               COMPUTE WZD-ACT-HORA =
                       AH-HORA * 10000 + AH-MIN * 100 + AH-SEG
               IF LA-SESION NOT = SPACES
                       AND LA-SESION NOT = WZD-ACT-SES-ANTERIOR
                       AND WZD-ACT-FECHA NOT < WZD-ACT-FECHA-DESDE
                   MOVE LA-SESION TO WZD-ACT-SES-ANTERIOR
                   PERFORM 9328-REGISTRAR-SESION
               END-IF
               IF WZD-ACT-FECHA NOT < WZD-ACT-FECHA-DESDE
                       AND WZD-ACT-FECHA NOT > WZD-ACT-FECHA-HASTA
                   MOVE LA-OPERADOR TO ORD-ACT-OPERADOR
                   MOVE LA-SESION TO ORD-ACT-SESION
                   MOVE WZD-ACT-FECHA TO ORD-ACT-FECHA
                   MOVE WZD-ACT-HORA TO ORD-ACT-HORA
                   SET ACT-TIPO-ACCION TO TRUE
                   MOVE ZERO TO ORD-ACT-SECUENCIA
                   MOVE LA-OPCION TO ORD-ACT-OPCION
                   MOVE LA-RESULTADO TO ORD-ACT-RESULTADO
                   MOVE SPACES TO ORD-ACT-OPERACION
                   MOVE SPACES TO ORD-ACT-IMAGEN-ANT
                   MOVE SPACES TO ORD-ACT-IMAGEN-NVA
                   RELEASE REG-ORD-ACTIVIDAD
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 9328-REGISTRAR-SESION                                          *
      *    AGREGAR LA SESION Y SU OPERADOR A LA TABLA SI AUN NO ESTA.  *
      *    CON LA TABLA LLENA LA SESION SE CUENTA Y SUS CAMBIOS DEL    *
      *    MAESTRO QUEDAN SIN OPERADOR                                 *
      *----------------------------------------------------------------*
       9328-REGISTRAR-SESION.
           MOVE LA-SESION TO WZD-ACT-SES-BUSCADA
           PERFORM 9330-BUSCAR-SESION
           IF NOT SESION-HALLADA
               IF WZD-ACT-SES-OCUPADAS < 3000
                   ADD 1 TO WZD-ACT-SES-OCUPADAS
                   MOVE LA-SESION
                       TO ACT-SES-ID (WZD-ACT-SES-OCUPADAS)
                   MOVE LA-OPERADOR
                       TO ACT-SES-OPERADOR (WZD-ACT-SES-OCUPADAS)
               ELSE
                   ADD 1 TO WCT-ACT-SES-OMITIDAS
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 9330-BUSCAR-SESION                                             *
      *    DEJAR EN WZD-ACT-OPE-SESION EL OPERADOR DE LA SESION        *
      *    WZD-ACT-SES-BUSCADA (EN BLANCO SI NO ESTA EN LA TABLA)      *
      *----------------------------------------------------------------*
       9330-BUSCAR-SESION.
           MOVE 'N' TO WSW-SESION-HALLADA
           MOVE SPACES TO WZD-ACT-OPE-SESION
           MOVE 1 TO WZD-ACT-SES-IDX
           PERFORM UNTIL WZD-ACT-SES-IDX > WZD-ACT-SES-OCUPADAS
                   OR SESION-HALLADA
               IF ACT-SES-ID (WZD-ACT-SES-IDX) = WZD-ACT-SES-BUSCADA
                   MOVE 'S' TO WSW-SESION-HALLADA
                   MOVE ACT-SES-OPERADOR (WZD-ACT-SES-IDX)
                       TO WZD-ACT-OPE-SESION
               ELSE
                   ADD 1 TO WZD-ACT-SES-IDX
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * 9340-SELECCIONAR-JOURNAL                                       *
      *----------------------------------------------------------------*
       9340-SELECCIONAR-JOURNAL.
           MOVE 'N' TO WSW-FIN-JOURNAL
           MOVE LOW-VALUES TO WZD-ACT-SES-ANTERIOR
           OPEN INPUT ARCH-JOURNAL
           IF WFS-JOURNAL NOT = '00'
               DISPLAY '*  NO HAY BITACORA DEL MAESTRO'
           ELSE
               PERFORM 8718-LEER-REGISTRO-JOURNAL
               PERFORM UNTIL FIN-JOURNAL
                   PERFORM 9345-LIBERAR-JOURNAL
                   PERFORM 8718-LEER-REGISTRO-JOURNAL
               END-PERFORM
               CLOSE ARCH-JOURNAL
           .

      *----------------------------------------------------------------*
      * 9345-LIBERAR-JOURNAL                                           *
      *    UNA ENTRADA DE LA BITACORA DEL RANGO DE FECHAS Y DE LA      *
      *    SESION PEDIDA VA AL ORDENAMIENTO CON EL OPERADOR DE SU      *
      *    SESION, SI ES EL OPERADOR PEDIDO                            *
      *----------------------------------------------------------------*
       9345-LIBERAR-JOURNAL.
           IF JRN-FECHA NOT < WZD-ACT-FECHA-DESDE
                   AND JRN-FECHA NOT > WZD-ACT-FECHA-HASTA
                   AND (WZD-ACT-SESION = SPACES
                        OR JRN-SESION = WZD-ACT-SESION)
               IF JRN-SESION NOT = WZD-ACT-SES-ANTERIOR
                   MOVE JRN-SESION TO WZD-ACT-SES-ANTERIOR
                   MOVE JRN-SESION TO WZD-ACT-SES-BUSCADA
                   PERFORM 9330-BUSCAR-SESION
               END-IF
               IF WZD-ACT-OPERADOR = SPACES
                       OR WZD-ACT-OPE-SESION = WZD-ACT-OPERADOR
                   MOVE WZD-ACT-OPE-SESION TO ORD-ACT-OPERADOR
                   MOVE JRN-SESION TO ORD-ACT-SESION
                   MOVE JRN-FECHA TO ORD-ACT-FECHA
                   MOVE JRN-HORA TO ORD-ACT-HORA
                   SET ACT-TIPO-CAMBIO TO TRUE
                   MOVE JRN-SECUENCIA TO ORD-ACT-SECUENCIA
                   MOVE SPACES TO ORD-ACT-OPCION
                   MOVE SPACES TO ORD-ACT-RESULTADO
                   MOVE JRN-OPERACION TO ORD-ACT-OPERACION
                   MOVE JRN-IMAGEN-ANTERIOR TO ORD-ACT-IMAGEN-ANT
                   MOVE JRN-IMAGEN-NUEVA TO ORD-ACT-IMAGEN-NVA
                   RELEASE REG-ORD-ACTIVIDAD
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 9360-IMPRIMIR-ACTIVIDAD                                        *
      *    PROCEDIMIENTO DE SALIDA DEL SORT DE ACTIVIDAD: ROTULO POR   *
      *    OPERADOR Y POR SESION, DETALLE DE ACCIONES Y CAMBIOS, TOTAL *
      *    DE CADA OPERADOR Y TOTAL GENERAL AL FINAL                   *
      *----------------------------------------------------------------*
       9360-IMPRIMIR-ACTIVIDAD.
           MOVE 'N' TO WSW-FIN-ORDENAMIENTO
           MOVE LOW-VALUES TO WZD-ACT-OPE-ANTERIOR
           MOVE LOW-VALUES TO WZD-ACT-SES-ANTERIOR
           PERFORM 9362-RETORNAR-ACTIVIDAD
           PERFORM UNTIL FIN-ORDENAMIENTO
               IF ORD-ACT-OPERADOR NOT = WZD-ACT-OPE-ANTERIOR
                   IF WZD-ACT-OPE-ANTERIOR NOT = LOW-VALUES
                       PERFORM 9380-IMPRIMIR-TOTAL-OPERADOR
                   END-IF
                   MOVE ORD-ACT-OPERADOR TO WZD-ACT-OPE-ANTERIOR
                   MOVE LOW-VALUES TO WZD-ACT-SES-ANTERIOR
                   PERFORM 9364-IMPRIMIR-ROTULO-OPERADOR
               END-IF
               IF ORD-ACT-SESION NOT = WZD-ACT-SES-ANTERIOR
                   MOVE ORD-ACT-SESION TO WZD-ACT-SES-ANTERIOR
                   PERFORM 9366-IMPRIMIR-ROTULO-SESION
               END-IF
               IF ACT-TIPO-ACCION
                   PERFORM 9370-IMPRIMIR-ACCION
               ELSE
                   PERFORM 9375-IMPRIMIR-CAMBIO-MAESTRO
               END-IF
               PERFORM 9362-RETORNAR-ACTIVIDAD
           END-PERFORM
           IF WZD-ACT-OPE-ANTERIOR NOT = LOW-VALUES
               PERFORM 9380-IMPRIMIR-TOTAL-OPERADOR
           END-IF
           PERFORM 9385-IMPRIMIR-TOTAL-ACTIVIDAD
           .

      *----------------------------------------------------------------*
      * 9362-RETORNAR-ACTIVIDAD                                        *
      *----------------------------------------------------------------*
       9362-RETORNAR-ACTIVIDAD.
           RETURN ARCH-ORDENAMIENTO
               AT END
                   MOVE 'S' TO WSW-FIN-ORDENAMIENTO
           END-RETURN
           .

      *----------------------------------------------------------------*
      * 9364-IMPRIMIR-ROTULO-OPERADOR                                  *
      *    ROTULO DEL OPERADOR AL INICIAR SU CORTE Y PUESTA EN CERO    *
      *    DE SUS TOTALES. LOS CAMBIOS DE SESIONES QUE NO ESTAN EN EL  *
      *    LOG DE AUDITORIA VAN SIN OPERADOR                           *
      *----------------------------------------------------------------*
       9364-IMPRIMIR-ROTULO-OPERADOR.
           MOVE ZERO TO WCT-ACT-OPE-ACCIONES
           MOVE ZERO TO WCT-ACT-OPE-ADICIONES
           MOVE ZERO TO WCT-ACT-OPE-CAMBIOS
           MOVE ZERO TO WCT-ACT-OPE-BAJAS
           MOVE ZERO TO WCT-ACT-OPE-UNIDADES
           MOVE ZERO TO WCT-ACT-OPE-VALOR
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS - 4
               PERFORM 9390-IMPRIMIR-ENCABEZADO-ACT
           END-IF
           IF ORD-ACT-OPERADOR = SPACES
               MOVE '(NO IDENTIFICADO)' TO LOA-OPERADOR
           ELSE
               MOVE ORD-ACT-OPERADOR TO LOA-OPERADOR
           END-IF
           WRITE REG-ARCH-REP-ACTIVIDAD FROM WCH-LIN-OPE-ACTIVIDAD
               AFTER ADVANCING 2 LINES
           ADD 2 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 9366-IMPRIMIR-ROTULO-SESION                                    *
      *    ROTULO DE LA SESION CON SU INICIO, QUE ES LA FECHA Y HORA   *
      *    QUE FORMAN EL IDENTIFICADOR DE LA SESION                    *
      *----------------------------------------------------------------*
       9366-IMPRIMIR-ROTULO-SESION.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS - 3
               PERFORM 9390-IMPRIMIR-ENCABEZADO-ACT
           END-IF
           MOVE SPACES TO LSA-INICIO
           IF ORD-ACT-SESION = SPACES
               MOVE 'SIN SESION' TO LSA-SESION
           ELSE
               MOVE ORD-ACT-SESION TO LSA-SESION
               IF ORD-ACT-SESION IS NUMERIC
                   STRING ORD-ACT-SESION (7:2)  DELIMITED BY SIZE
                          '/'                   DELIMITED BY SIZE
                          ORD-ACT-SESION (5:2)  DELIMITED BY SIZE
                          '/'                   DELIMITED BY SIZE
                          ORD-ACT-SESION (1:4)  DELIMITED BY SIZE
                          ' '                   DELIMITED BY SIZE
                          ORD-ACT-SESION (9:2)  DELIMITED BY SIZE
                          ':'                   DELIMITED BY SIZE
                          ORD-ACT-SESION (11:2) DELIMITED BY SIZE
                          ':'                   DELIMITED BY SIZE
                          ORD-ACT-SESION (13:2) DELIMITED BY SIZE
                       INTO LSA-INICIO
               END-IF
           END-IF
           WRITE REG-ARCH-REP-ACTIVIDAD FROM WCH-LIN-SES-ACTIVIDAD
               AFTER ADVANCING 2 LINES
           ADD 2 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 9368-FORMATEAR-FECHA-HORA                                      *
      *----------------------------------------------------------------*
       9368-FORMATEAR-FECHA-HORA.
           MOVE ORD-ACT-FECHA (7:2) TO KF-DIA
           MOVE ORD-ACT-FECHA (5:2) TO KF-MES
           MOVE ORD-ACT-FECHA (1:4) TO KF-ANIO
           MOVE WCH-KDX-FECHA-FMT TO LAC-FECHA
           MOVE ORD-ACT-HORA (1:2) TO AH-HORA
           MOVE ORD-ACT-HORA (3:2) TO AH-MIN
           MOVE ORD-ACT-HORA (5:2) TO AH-SEG
           MOVE WCH-AUDIT-HORA-FMT TO LAC-HORA
           .

      *----------------------------------------------------------------*
      * 9370-IMPRIMIR-ACCION                                           *
      *    UNA ACCION DE MENU DEL LOG DE AUDITORIA CON SU RESULTADO    *
      *----------------------------------------------------------------*
       9370-IMPRIMIR-ACCION.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 9390-IMPRIMIR-ENCABEZADO-ACT
           END-IF
           PERFORM 9368-FORMATEAR-FECHA-HORA
           MOVE 'ACCION' TO LAC-TIPO
           MOVE ORD-ACT-OPCION TO LAC-TEXTO
           MOVE ORD-ACT-RESULTADO TO LAC-RESULTADO
           WRITE REG-ARCH-REP-ACTIVIDAD FROM WCH-LIN-DET-ACTIVIDAD
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           ADD 1 TO WCT-ACT-OPE-ACCIONES
           .

      *----------------------------------------------------------------*
      * 9375-IMPRIMIR-CAMBIO-MAESTRO                                   *
      *    UN CAMBIO DEL MAESTRO DE LA BITACORA: ADICION, BAJA (EL     *
      *    INDICADOR PASA A 'S') O CAMBIO, SEGUIDO DE LOS CAMPOS QUE   *
      *    CAMBIARON ENTRE LA IMAGEN ANTERIOR Y LA NUEVA. UNA ADICION  *
      *    SE COMPARA CONTRA UN REGISTRO VACIO. LO MOVIDO ES LA        *
      *    DIFERENCIA ABSOLUTA DE CANTIDAD Y DE VALOR AL COSTO         *
      *----------------------------------------------------------------*
       9375-IMPRIMIR-CAMBIO-MAESTRO.
           MOVE ORD-ACT-IMAGEN-NVA TO WCH-ACT-IMAGEN-NVA
           IF ORD-ACT-OPERACION = 'A'
               MOVE ORD-ACT-IMAGEN-NVA TO WCH-ACT-IMAGEN-ANT
               MOVE ZERO TO IMA-CANTIDAD
               MOVE ZERO TO IMA-COSTO-UNIT
               MOVE ZERO TO IMA-STOCK-MINIMO
               MOVE ZERO TO IMA-CANT-REORDEN
               MOVE SPACES TO IMA-COD-PROVEEDOR
               MOVE 'N' TO IMA-INDICADOR-BAJA
               MOVE 'ADICION' TO WZD-ACT-TIPO-CAMBIO
               ADD 1 TO WCT-ACT-OPE-ADICIONES
           ELSE
               MOVE ORD-ACT-IMAGEN-ANT TO WCH-ACT-IMAGEN-ANT
               IF IMN-INDICADOR-BAJA = 'S'
                       AND IMA-INDICADOR-BAJA NOT = 'S'
                   MOVE 'BAJA' TO WZD-ACT-TIPO-CAMBIO
                   ADD 1 TO WCT-ACT-OPE-BAJAS
               ELSE
                   MOVE 'CAMBIO' TO WZD-ACT-TIPO-CAMBIO
                   ADD 1 TO WCT-ACT-OPE-CAMBIOS
               END-IF
           END-IF
           COMPUTE WZD-ACT-DELTA-CANT = IMN-CANTIDAD - IMA-CANTIDAD
           IF WZD-ACT-DELTA-CANT < ZERO
               COMPUTE WZD-ACT-DELTA-CANT = ZERO - WZD-ACT-DELTA-CANT
           END-IF
           COMPUTE WZD-ACT-VALOR-ANT = IMA-CANTIDAD * IMA-COSTO-UNIT
           COMPUTE WZD-ACT-VALOR-NVO = IMN-CANTIDAD * IMN-COSTO-UNIT
           COMPUTE WZD-ACT-DELTA-VALOR =
                   WZD-ACT-VALOR-NVO - WZD-ACT-VALOR-ANT
           IF WZD-ACT-DELTA-VALOR < ZERO
               COMPUTE WZD-ACT-DELTA-VALOR = ZERO - WZD-ACT-DELTA-VALOR
           END-IF
           ADD WZD-ACT-DELTA-CANT TO WCT-ACT-OPE-UNIDADES
           ADD WZD-ACT-DELTA-VALOR TO WCT-ACT-OPE-VALOR
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 9390-IMPRIMIR-ENCABEZADO-ACT
           END-IF
           PERFORM 9368-FORMATEAR-FECHA-HORA
           MOVE WZD-ACT-TIPO-CAMBIO TO LAC-TIPO
           MOVE SPACES TO LAC-TEXTO
           STRING IMN-COD-ARTICULO  DELIMITED BY SIZE
                  ' - '             DELIMITED BY SIZE
                  IMN-COD-BODEGA    DELIMITED BY SIZE
               INTO LAC-TEXTO
           MOVE IMN-DESCRIPCION TO LAC-RESULTADO
           WRITE REG-ARCH-REP-ACTIVIDAD FROM WCH-LIN-DET-ACTIVIDAD
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           IF IMN-CANTIDAD NOT = IMA-CANTIDAD
               MOVE 'CANTIDAD' TO LCA-CAMPO
               MOVE IMA-CANTIDAD TO WAR-ACT-CANTIDAD
               MOVE WAR-ACT-CANTIDAD TO LCA-ANTERIOR
               MOVE IMN-CANTIDAD TO WAR-ACT-CANTIDAD
               MOVE WAR-ACT-CANTIDAD TO LCA-NUEVO
               PERFORM 9378-IMPRIMIR-CAMPO-CAMBIADO
           END-IF
           IF IMN-COSTO-UNIT NOT = IMA-COSTO-UNIT
               MOVE 'COSTO UNIT.' TO LCA-CAMPO
               MOVE IMA-COSTO-UNIT TO WAR-ACT-COSTO
               MOVE WAR-ACT-COSTO TO LCA-ANTERIOR
               MOVE IMN-COSTO-UNIT TO WAR-ACT-COSTO
               MOVE WAR-ACT-COSTO TO LCA-NUEVO
               PERFORM 9378-IMPRIMIR-CAMPO-CAMBIADO
           END-IF
           IF IMN-STOCK-MINIMO NOT = IMA-STOCK-MINIMO
               MOVE 'STOCK MINIMO' TO LCA-CAMPO
               MOVE IMA-STOCK-MINIMO TO WAR-ACT-CANTIDAD
               MOVE WAR-ACT-CANTIDAD TO LCA-ANTERIOR
               MOVE IMN-STOCK-MINIMO TO WAR-ACT-CANTIDAD
               MOVE WAR-ACT-CANTIDAD TO LCA-NUEVO
               PERFORM 9378-IMPRIMIR-CAMPO-CAMBIADO
           END-IF
           IF IMN-CANT-REORDEN NOT = IMA-CANT-REORDEN
               MOVE 'CANT.REORDEN' TO LCA-CAMPO
               MOVE IMA-CANT-REORDEN TO WAR-ACT-CANTIDAD
               MOVE WAR-ACT-CANTIDAD TO LCA-ANTERIOR
               MOVE IMN-CANT-REORDEN TO WAR-ACT-CANTIDAD
               MOVE WAR-ACT-CANTIDAD TO LCA-NUEVO
               PERFORM 9378-IMPRIMIR-CAMPO-CAMBIADO
           END-IF
           IF IMN-COD-PROVEEDOR NOT = IMA-COD-PROVEEDOR
               MOVE 'PROVEEDOR' TO LCA-CAMPO
               MOVE IMA-COD-PROVEEDOR TO LCA-ANTERIOR
               MOVE IMN-COD-PROVEEDOR TO LCA-NUEVO
               PERFORM 9378-IMPRIMIR-CAMPO-CAMBIADO
           END-IF
           IF IMN-INDICADOR-BAJA NOT = IMA-INDICADOR-BAJA
               MOVE 'BAJA' TO LCA-CAMPO
               MOVE IMA-INDICADOR-BAJA TO LCA-ANTERIOR
               MOVE IMN-INDICADOR-BAJA TO LCA-NUEVO
               PERFORM 9378-IMPRIMIR-CAMPO-CAMBIADO
           END-IF
           .

      *----------------------------------------------------------------*
      * 9378-IMPRIMIR-CAMPO-CAMBIADO                                   *
      *----------------------------------------------------------------*
       9378-IMPRIMIR-CAMPO-CAMBIADO.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 9390-IMPRIMIR-ENCABEZADO-ACT
           END-IF
           WRITE REG-ARCH-REP-ACTIVIDAD FROM WCH-LIN-CAM-ACTIVIDAD
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 9380-IMPRIMIR-TOTAL-OPERADOR                                   *
      *    TOTAL DEL OPERADOR QUE TERMINA, ACUMULADO AL TOTAL GENERAL  *
      *----------------------------------------------------------------*
       9380-IMPRIMIR-TOTAL-OPERADOR.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS - 2
               PERFORM 9390-IMPRIMIR-ENCABEZADO-ACT
           END-IF
           MOVE SPACES TO LTA-CONCEPTO
           IF WZD-ACT-OPE-ANTERIOR = SPACES
               MOVE 'TOTAL SIN OPERADOR' TO LTA-CONCEPTO
           ELSE
               STRING 'TOTAL '              DELIMITED BY SIZE
                      WZD-ACT-OPE-ANTERIOR  DELIMITED BY SIZE
                   INTO LTA-CONCEPTO
           END-IF
           MOVE WCT-ACT-OPE-ACCIONES TO LTA-ACCIONES
           MOVE WCT-ACT-OPE-ADICIONES TO LTA-ADICIONES
           MOVE WCT-ACT-OPE-CAMBIOS TO LTA-CAMBIOS
           MOVE WCT-ACT-OPE-BAJAS TO LTA-BAJAS
           MOVE WCT-ACT-OPE-UNIDADES TO LTA-UNIDADES
           MOVE WCT-ACT-OPE-VALOR TO LTA-VALOR
           WRITE REG-ARCH-REP-ACTIVIDAD FROM WCH-LIN-TOT-ACTIVIDAD
               AFTER ADVANCING 2 LINES
           ADD 2 TO WCT-LINEAS-PAGINA
           ADD WCT-ACT-OPE-ACCIONES TO WCT-ACT-GEN-ACCIONES
           ADD WCT-ACT-OPE-ADICIONES TO WCT-ACT-GEN-ADICIONES
           ADD WCT-ACT-OPE-CAMBIOS TO WCT-ACT-GEN-CAMBIOS
           ADD WCT-ACT-OPE-BAJAS TO WCT-ACT-GEN-BAJAS
           ADD WCT-ACT-OPE-UNIDADES TO WCT-ACT-GEN-UNIDADES
           ADD WCT-ACT-OPE-VALOR TO WCT-ACT-GEN-VALOR
           .

      *----------------------------------------------------------------*
      * 9385-IMPRIMIR-TOTAL-ACTIVIDAD                                  *
      *----------------------------------------------------------------*
       9385-IMPRIMIR-TOTAL-ACTIVIDAD.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS - 2
               PERFORM 9390-IMPRIMIR-ENCABEZADO-ACT
           END-IF
           COMPUTE WCT-ACT-CAMBIOS-MAESTRO = WCT-ACT-GEN-ADICIONES +
                   WCT-ACT-GEN-CAMBIOS + WCT-ACT-GEN-BAJAS
           MOVE 'TOTAL GENERAL' TO LTA-CONCEPTO
           MOVE WCT-ACT-GEN-ACCIONES TO LTA-ACCIONES
           MOVE WCT-ACT-GEN-ADICIONES TO LTA-ADICIONES
           MOVE WCT-ACT-GEN-CAMBIOS TO LTA-CAMBIOS
           MOVE WCT-ACT-GEN-BAJAS TO LTA-BAJAS
           MOVE WCT-ACT-GEN-UNIDADES TO LTA-UNIDADES
           MOVE WCT-ACT-GEN-VALOR TO LTA-VALOR
           WRITE REG-ARCH-REP-ACTIVIDAD FROM WCH-LIN-TOT-ACTIVIDAD
               AFTER ADVANCING 3 LINES
           ADD 3 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 9390-IMPRIMIR-ENCABEZADO-ACT                                   *
      *    TITULO, FECHA, FILTROS PEDIDOS Y ENCABEZADO DE COLUMNAS     *
      *----------------------------------------------------------------*
       9390-IMPRIMIR-ENCABEZADO-ACT.
           ADD 1 TO WCT-NUM-PAGINA
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ARCH-REP-ACTIVIDAD FROM WCH-LIN-TIT-ACTIVIDAD
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-MES    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-ACTIVIDAD FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           IF WZD-ACT-OPERADOR = SPACES
               MOVE 'TODOS' TO LFA-OPERADOR
           ELSE
               MOVE WZD-ACT-OPERADOR TO LFA-OPERADOR
           END-IF
           IF WZD-ACT-SESION = SPACES
               MOVE 'TODAS' TO LFA-SESION
           ELSE
               MOVE WZD-ACT-SESION TO LFA-SESION
           END-IF
           IF WZD-ACT-FECHA-DESDE = ZERO
               MOVE 'SIN LIMITE' TO LFA-DESDE
           ELSE
               MOVE WZD-ACT-FECHA-DESDE (7:2) TO KF-DIA
               MOVE WZD-ACT-FECHA-DESDE (5:2) TO KF-MES
               MOVE WZD-ACT-FECHA-DESDE (1:4) TO KF-ANIO
               MOVE WCH-KDX-FECHA-FMT TO LFA-DESDE
           END-IF
           IF WZD-ACT-FECHA-HASTA = 99999999
               MOVE 'SIN LIMITE' TO LFA-HASTA
           ELSE
               MOVE WZD-ACT-FECHA-HASTA (7:2) TO KF-DIA
               MOVE WZD-ACT-FECHA-HASTA (5:2) TO KF-MES
               MOVE WZD-ACT-FECHA-HASTA (1:4) TO KF-ANIO
               MOVE WCH-KDX-FECHA-FMT TO LFA-HASTA
           END-IF
           WRITE REG-ARCH-REP-ACTIVIDAD FROM WCH-LIN-FIL-ACTIVIDAD
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-ACTIVIDAD
           WRITE REG-ARCH-REP-ACTIVIDAD
               AFTER ADVANCING 1 LINE
           WRITE REG-ARCH-REP-ACTIVIDAD FROM WCH-LIN-ENC-ACTIVIDAD
               AFTER ADVANCING 1 LINE
           MOVE 5 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 9400-ROTACION-COBERTURA                                        *
      *    PEDIR EN TERMINAL LA VENTANA DE CONSUMO Y GENERAR EL        *
      *    REPORTE. EN LOTE LA VENTANA VIENE DE LA TARJETA DE CONTROL  *
      *    Y SE ENTRA DIRECTO A 9410                                   *
      *----------------------------------------------------------------*
       9400-ROTACION-COBERTURA.
           DISPLAY '*  Ventana de consumo en dias (30/90/180) -> '
               WITH NO ADVANCING
           ACCEPT WZD-ROT-VENTANA-ALFA
           PERFORM 9405-FIJAR-VENTANA-ROTACION
           PERFORM 9410-GENERAR-ROTACION
           .

      *----------------------------------------------------------------*
      * 9405-FIJAR-VENTANA-ROTACION                                    *
      *    SOLO SE ADMITEN VENTANAS DE 30, 90 Y 180 DIAS. EN BLANCO O  *
      *    CON OTRO VALOR SE USAN 90 DIAS                              *
      *----------------------------------------------------------------*
       9405-FIJAR-VENTANA-ROTACION.
           EVALUATE WZD-ROT-VENTANA-ALFA
               WHEN '30 '
               WHEN '030'
                   MOVE 30 TO WZD-ROT-VENTANA
               WHEN '90 '
               WHEN '090'
                   MOVE 90 TO WZD-ROT-VENTANA
               WHEN '180'
                   MOVE 180 TO WZD-ROT-VENTANA
               WHEN SPACES
                   MOVE 90 TO WZD-ROT-VENTANA
               WHEN OTHER
                   DISPLAY '*  VENTANA INVALIDA, SE USAN 90 DIAS'
                   MOVE 90 TO WZD-ROT-VENTANA
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 9410-GENERAR-ROTACION                                          *
      *    ROTACION Y COBERTURA POR ARTICULO + BODEGA: UN PRIMER SORT  *
      *    RESUME POR CLAVE LAS SALIDAS (ORIGEN S) DEL KARDEX EN LINEA *
      *    Y ARCHIVADO DENTRO DE LA VENTANA Y EL VALOR DE LA CLAVE EN  *
      *    LAS HISTORIAS HISTNN DE LOS MESES DE LA VENTANA (ARCHIVO DE *
      *    TRABAJO ROTTRA); LUEGO EL MAESTRO ACTIVO SE CRUZA CONTRA    *
      *    ESE RESUMEN Y UN SEGUNDO SORT IMPRIME PRIMERO LO QUE SE     *
      *    AGOTA ANTES DE QUE PUEDA LLEGAR UN PEDIDO, DESPUES LO DEMAS *
      *    POR DIAS DE COBERTURA Y AL FINAL LO QUE NO TUVO SALIDAS     *
      *----------------------------------------------------------------*
       9410-GENERAR-ROTACION.
           MOVE ZERO TO WCT-NUM-PAGINA
           MOVE ZERO TO WCT-ROT-HISTORIAS
           MOVE ZERO TO WCT-ROT-SALIDAS
           MOVE ZERO TO WCT-ROT-CLAVES
           MOVE ZERO TO WCT-ROT-RIESGO
           MOVE ZERO TO WCT-ROT-SIN-CONSUMO
           MOVE ZERO TO WCT-ROT-COSTO-SALIDAS
           MOVE 'N' TO WSW-ERROR-ROTACION
           ACCEPT WCH-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WFC-ANIO TO WZD-ROT-ANIO
           MOVE WFC-MES TO WZD-ROT-MES
           MOVE WFC-DIA TO WZD-ROT-DIA
           PERFORM 9412-CALCULAR-DIA-COMERCIAL
           MOVE WZD-ROT-DIA-MOV TO WZD-ROT-DIA-HOY
           COMPUTE WZD-ROT-DIA-DESDE =
                   WZD-ROT-DIA-HOY - WZD-ROT-VENTANA
           COMPUTE WZD-ROT-ANIO-DESDE = (WZD-ROT-DIA-DESDE - 1) / 360
           IF WZD-ROT-ANIO-DESDE < WCN-PRIMER-ANIO-KDX
               MOVE WCN-PRIMER-ANIO-KDX TO WZD-ROT-ANIO-DESDE
           END-IF
           COMPUTE WZD-ROT-MESES = WZD-ROT-VENTANA / 30
           OPEN OUTPUT ARCH-REP-ROTACION
           IF WFS-REP-ROTACION NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL REPORTE DE ROTACION'
               MOVE 'S' TO WSW-ERROR-ROTACION
           ELSE
               SORT ARCH-ORDENAMIENTO
                   ON ASCENDING KEY ORD-CSM-CLAVE
                   INPUT PROCEDURE IS 9415-SELECCIONAR-CONSUMO
                   OUTPUT PROCEDURE IS 9430-GRABAR-CONSUMO
               IF NOT ERROR-ROTACION
                   MOVE WCN-MAX-LINEAS TO WCT-LINEAS-PAGINA
                   SORT ARCH-ORDENAMIENTO
                       ON ASCENDING KEY ORD-ROT-GRUPO
                       ON ASCENDING KEY ORD-ROT-COBERTURA
                       ON ASCENDING KEY ORD-ROT-COD-ARTICULO
                       ON ASCENDING KEY ORD-ROT-COD-BODEGA
                       INPUT PROCEDURE IS 9440-CRUZAR-MAESTRO-CONSUMO
                       OUTPUT PROCEDURE IS 9460-IMPRIMIR-ROTACION
               END-IF
               CLOSE ARCH-REP-ROTACION
               IF NOT ERROR-ROTACION
                   DISPLAY '*  ROTACION GENERADA: ' WCT-ROT-CLAVES
                           ' CLAVE(S), ' WCT-ROT-RIESGO
                           ' EN RIESGO'
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 9412-CALCULAR-DIA-COMERCIAL                                    *
      *    NUMERO DE DIA COMERCIAL 30/360 DE WZD-ROT-ANIO, WZD-ROT-MES *
      *    Y WZD-ROT-DIA EN WZD-ROT-DIA-MOV (EL DIA 31 CUENTA COMO 30) *
      *----------------------------------------------------------------*
       9412-CALCULAR-DIA-COMERCIAL.
           IF WZD-ROT-DIA > 30
               MOVE 30 TO WZD-ROT-DIA
           END-IF
           COMPUTE WZD-ROT-DIA-MOV =
                   WZD-ROT-ANIO * 360 +
                   (WZD-ROT-MES - 1) * 30 +
                   WZD-ROT-DIA
           .

      *----------------------------------------------------------------*
      * 9414-CONVERTIR-DIA-COMERCIAL                                   *
      *    FECHA AAAAMMDD EN ORD-ROT-FECHA-QUIEBRE DEL NUMERO DE DIA   *
      *    COMERCIAL DEJADO EN WZD-ROT-DIA-QUIEBRE                     *
      *----------------------------------------------------------------*
       9414-CONVERTIR-DIA-COMERCIAL.
           COMPUTE WZD-ROT-ANIO = (WZD-ROT-DIA-QUIEBRE - 1) / 360
           COMPUTE WZD-ROT-DIA-RESTO =
                   WZD-ROT-DIA-QUIEBRE - 1 - WZD-ROT-ANIO * 360
           COMPUTE WZD-ROT-MES = WZD-ROT-DIA-RESTO / 30 + 1
           COMPUTE WZD-ROT-DIA =
                   WZD-ROT-DIA-RESTO - (WZD-ROT-MES - 1) * 30 + 1
           COMPUTE ORD-ROT-FECHA-QUIEBRE =
                   WZD-ROT-ANIO * 10000 + WZD-ROT-MES * 100 +
                   WZD-ROT-DIA
           .

      *----------------------------------------------------------------*
      * 9415-SELECCIONAR-CONSUMO                                       *
      *    PROCEDIMIENTO DE ENTRADA DEL PRIMER SORT: EL VALOR DE CADA  *
      *    CLAVE EN LAS HISTORIAS DE LOS MESES CERRADOS DE LA VENTANA Y*
      *    LAS SALIDAS DE LA VENTANA, PRIMERO LAS ARCHIVADAS POR ANIO Y*
      *    LUEGO LAS EN LINEA                                          *
      *----------------------------------------------------------------*
       9415-SELECCIONAR-CONSUMO.
           PERFORM 9420-SELECCIONAR-HISTORIA
               VARYING WZD-ROT-IDX FROM 1 BY 1
               UNTIL WZD-ROT-IDX > WZD-ROT-MESES
           PERFORM 9425-SELECCIONAR-ARCH-CONSUMO
               VARYING WZD-ANIO-ARCHIVO-KDX
               FROM WZD-ROT-ANIO-DESDE BY 1
               UNTIL WZD-ANIO-ARCHIVO-KDX > WFC-ANIO
           MOVE 'N' TO WSW-FIN-MOVIMIENTOS
           OPEN INPUT ARCH-MOVIMIENTOS
           IF WFS-MOVIMIENTOS NOT = '00'
               DISPLAY '*  NO HAY MOVIMIENTOS EN LINEA'
           ELSE
               PERFORM 6600-LEER-MOVIMIENTO
               PERFORM UNTIL FIN-MOVIMIENTOS
                   PERFORM 9427-LIBERAR-SALIDA-CONSUMO
                   PERFORM 6600-LEER-MOVIMIENTO
               END-PERFORM
               CLOSE ARCH-MOVIMIENTOS
           END-IF
           .

      *----------------------------------------------------------------*
      * 9420-SELECCIONAR-HISTORIA                                      *
      *    ENTREGAR EL VALOR AL COSTO DE CADA CLAVE ACTIVA DE LA       *
      *    HISTORIA DEL MES CERRADO NUMERO WZD-ROT-IDX HACIA ATRAS. UNA*
      *    HISTORIA QUE NO EXISTE NO ENTRA EN EL PROMEDIO              *
      *----------------------------------------------------------------*
       9420-SELECCIONAR-HISTORIA.
           IF WFC-MES > WZD-ROT-IDX
               COMPUTE WZD-MES-HISTORIA = WFC-MES - WZD-ROT-IDX
           ELSE
               COMPUTE WZD-MES-HISTORIA = WFC-MES + 12 - WZD-ROT-IDX
           END-IF
           PERFORM 8440-ARMAR-NOMBRE-HISTORIA
           MOVE 'N' TO WSW-FIN-HISTORIA
           OPEN INPUT ARCH-HISTORIA
           IF WFS-HISTORIA NOT = '00'
               DISPLAY '*  NO EXISTE LA HISTORIA ' WZD-NOMBRE-HISTORIA
                       ', NO ENTRA EN EL PROMEDIO'
           ELSE
               ADD 1 TO WCT-ROT-HISTORIAS
               PERFORM 8468-LEER-REGISTRO-HISTORIA
               PERFORM UNTIL FIN-HISTORIA
                   IF NOT HISTORIA-DE-BAJA
                           AND HIS-COD-BODEGA NOT = WCN-BODEGA-TRANSITO
                       MOVE HIS-CLAVE TO ORD-CSM-CLAVE
                       SET CSM-TIPO-HISTORIA TO TRUE
                       MOVE ZERO TO ORD-CSM-CANTIDAD
                       COMPUTE ORD-CSM-VALOR =
                               HIS-CANTIDAD * HIS-COSTO-UNIT
                       RELEASE REG-ORD-CONSUMO
                   END-IF
                   PERFORM 8468-LEER-REGISTRO-HISTORIA
               END-PERFORM
               CLOSE ARCH-HISTORIA
           END-IF
           .

      *----------------------------------------------------------------*
      * 9425-SELECCIONAR-ARCH-CONSUMO                                  *
      *    ENTREGAR LAS SALIDAS DE LA VENTANA DE UNA GENERACION ANUAL  *
      *    DEL KARDEX ARCHIVADO, SI EXISTE                             *
      *----------------------------------------------------------------*
       9425-SELECCIONAR-ARCH-CONSUMO.
           PERFORM 7990-ARMAR-NOMBRE-ARCHIVO-KDX
           MOVE 'N' TO WSW-FIN-KDX-ARCHIVO
           OPEN INPUT ARCH-KDX-ARCHIVO
               PERFORM 7968-LEER-ARCHIVO-ANUAL
               PERFORM UNTIL FIN-KDX-ARCHIVO
                   MOVE REG-ARCH-KDX-ARCHIVO TO REG-ARCH-MOVIMIENTO
                   PERFORM 9427-LIBERAR-SALIDA-CONSUMO
                   PERFORM 7968-LEER-ARCHIVO-ANUAL
               END-PERFORM
               CLOSE ARCH-KDX-ARCHIVO
           .

      *----------------------------------------------------------------*
      * 9427-LIBERAR-SALIDA-CONSUMO                                    *
      *    ENTREGAR EL MOVIMIENTO DEJADO EN REG-ARCH-MOVIMIENTO SI ES  *
      *    UNA SALIDA DENTRO DE LA VENTANA, CON LAS UNIDADES SALIDAS Y *
      *    SU VALOR AL COSTO DEL MOMENTO DE LA SALIDA                  *
      *----------------------------------------------------------------*
       9427-LIBERAR-SALIDA-CONSUMO.
           IF MOV-ORIGEN = 'S'
                   AND MOV-CANT-ANTERIOR > MOV-CANT-NUEVA
               MOVE MOV-FECHA (1:4) TO WZD-ROT-ANIO
               MOVE MOV-FECHA (5:2) TO WZD-ROT-MES
               MOVE MOV-FECHA (7:2) TO WZD-ROT-DIA
               PERFORM 9412-CALCULAR-DIA-COMERCIAL
               IF WZD-ROT-DIA-MOV > WZD-ROT-DIA-DESDE
                       AND WZD-ROT-DIA-MOV NOT > WZD-ROT-DIA-HOY
                   COMPUTE WZD-ROT-CANT-SALIDA =
                           MOV-CANT-ANTERIOR - MOV-CANT-NUEVA
                   MOVE MOV-COD-ARTICULO TO ORD-CSM-ARTICULO
                   MOVE MOV-COD-BODEGA TO ORD-CSM-BODEGA
                   SET CSM-TIPO-SALIDA TO TRUE
                   MOVE WZD-ROT-CANT-SALIDA TO ORD-CSM-CANTIDAD
                   COMPUTE ORD-CSM-VALOR =
                           WZD-ROT-CANT-SALIDA * MOV-COSTO-ANTERIOR
                   RELEASE REG-ORD-CONSUMO
                   ADD 1 TO WCT-ROT-SALIDAS
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 9430-GRABAR-CONSUMO                                            *
      *    PROCEDIMIENTO DE SALIDA DEL PRIMER SORT: POR CADA CLAVE     *
      *    DEJAR EN EL ARCHIVO DE TRABAJO LAS UNIDADES Y EL COSTO DE   *
      *    LAS SALIDAS Y LA SUMA DE SU VALOR EN LAS HISTORIAS          *
      *----------------------------------------------------------------*
       9430-GRABAR-CONSUMO.
           MOVE 'N' TO WSW-FIN-ORDENAMIENTO
           MOVE LOW-VALUES TO WZD-ROT-CLAVE-ANT
           OPEN OUTPUT ARCH-CONSUMO
           IF WFS-CONSUMO NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL RESUMEN DE CONSUMO '
                       '(ROTTRA)'
               MOVE 'S' TO WSW-ERROR-ROTACION
               PERFORM 9435-RETORNAR-CONSUMO
               PERFORM UNTIL FIN-ORDENAMIENTO
                   PERFORM 9435-RETORNAR-CONSUMO
               END-PERFORM
           ELSE
               PERFORM 9435-RETORNAR-CONSUMO
               PERFORM UNTIL FIN-ORDENAMIENTO
                   IF ORD-CSM-CLAVE NOT = WZD-ROT-CLAVE-ANT
                       PERFORM 9432-GRABAR-CLAVE-CONSUMO
                       MOVE ORD-CSM-CLAVE TO WZD-ROT-CLAVE-ANT
                       MOVE ZERO TO WZD-ROT-CANT-SALIDAS
                       MOVE ZERO TO WZD-ROT-COSTO-SALIDAS
                       MOVE ZERO TO WZD-ROT-VALOR-HISTORIA
                   END-IF
                   IF CSM-TIPO-SALIDA
                       ADD ORD-CSM-CANTIDAD TO WZD-ROT-CANT-SALIDAS
                       ADD ORD-CSM-VALOR TO WZD-ROT-COSTO-SALIDAS
                   ELSE
                       ADD ORD-CSM-VALOR TO WZD-ROT-VALOR-HISTORIA
                   END-IF
                   PERFORM 9435-RETORNAR-CONSUMO
               END-PERFORM
               PERFORM 9432-GRABAR-CLAVE-CONSUMO
               CLOSE ARCH-CONSUMO
           END-IF
           .

      *----------------------------------------------------------------*
      * 9432-GRABAR-CLAVE-CONSUMO                                      *
      *----------------------------------------------------------------*
       9432-GRABAR-CLAVE-CONSUMO.
           IF WZD-ROT-CLAVE-ANT NOT = LOW-VALUES
               MOVE WZD-ROT-CLAVE-ANT TO CSM-CLAVE
               MOVE WZD-ROT-CANT-SALIDAS TO CSM-CANT-SALIDAS
               MOVE WZD-ROT-COSTO-SALIDAS TO CSM-COSTO-SALIDAS
               MOVE WZD-ROT-VALOR-HISTORIA TO CSM-VALOR-HISTORIA
               WRITE REG-ARCH-CONSUMO
           END-IF
           .

      *----------------------------------------------------------------*
      * 9435-RETORNAR-CONSUMO                                          *
      *----------------------------------------------------------------*
       9435-RETORNAR-CONSUMO.
           RETURN ARCH-ORDENAMIENTO
               AT END
                   MOVE 'S' TO WSW-FIN-ORDENAMIENTO
           .

      *----------------------------------------------------------------*
      * 9440-CRUZAR-MAESTRO-CONSUMO                                    *
      *    PROCEDIMIENTO DE ENTRADA DEL SEGUNDO SORT: CRUCE            *
      *    SECUENCIAL DEL MAESTRO ACTIVO CONTRA EL RESUMEN DE CONSUMO  *
      *    (AMBOS EN ORDEN DE CLAVE). LA BODEGA DE TRANSITO NO SE      *
      *    EVALUA; UNA CLAVE SIN RESUMEN NO TUVO SALIDAS NI HISTORIA   *
      *----------------------------------------------------------------*
       9440-CRUZAR-MAESTRO-CONSUMO.
           MOVE 'N' TO WSW-FIN-MAESTRO
           MOVE 'N' TO WSW-FIN-CONSUMO
           OPEN INPUT ARCH-CONSUMO
           IF WFS-CONSUMO NOT = '00'
               MOVE 'S' TO WSW-FIN-CONSUMO
           END-IF
           OPEN INPUT ARCH-MAESTRO
           IF WFS-MAESTRO NOT = '00'
               DISPLAY '*  NO SE PUDO ABRIR EL MAESTRO DE INVENTARIO'
               MOVE 'S' TO WSW-ERROR-ROTACION
           ELSE
               PERFORM 3510-POSICIONAR-INICIO-MAESTRO
               IF NOT FIN-MAESTRO
                   PERFORM 8255-LEER-MAESTRO-ACTIVO
               END-IF
               IF NOT FIN-CONSUMO
                   PERFORM 9448-LEER-CONSUMO
               END-IF
               PERFORM UNTIL FIN-MAESTRO
                   PERFORM UNTIL FIN-CONSUMO
                       OR CSM-CLAVE NOT <
                           REG-CLAVE-MAESTRO IN REG-ARCH-MAESTRO
                       PERFORM 9448-LEER-CONSUMO
                   END-PERFORM
                   IF NOT FIN-CONSUMO
                       AND CSM-CLAVE =
                           REG-CLAVE-MAESTRO IN REG-ARCH-MAESTRO
                       MOVE CSM-CANT-SALIDAS TO WZD-ROT-CANT-SALIDAS
                       MOVE CSM-COSTO-SALIDAS TO WZD-ROT-COSTO-SALIDAS
                       MOVE CSM-VALOR-HISTORIA
                           TO WZD-ROT-VALOR-HISTORIA
                   ELSE
                       MOVE ZERO TO WZD-ROT-CANT-SALIDAS
                       MOVE ZERO TO WZD-ROT-COSTO-SALIDAS
                       MOVE ZERO TO WZD-ROT-VALOR-HISTORIA
                   END-IF
                   IF REG-COD-BODEGA IN REG-ARCH-MAESTRO NOT =
                           WCN-BODEGA-TRANSITO
                       PERFORM 9445-CALCULAR-ROTACION
                   END-IF
                   PERFORM 8255-LEER-MAESTRO-ACTIVO
               END-PERFORM
               CLOSE ARCH-MAESTRO
           END-IF
           IF WFS-CONSUMO = '00'
               CLOSE ARCH-CONSUMO
           END-IF
           .

      *----------------------------------------------------------------*
      * 9445-CALCULAR-ROTACION                                         *
      *    CONSUMO PROMEDIO DIARIO (SALIDAS / DIAS DE LA VENTANA), DIAS*
      *    DE COBERTURA DE LA EXISTENCIA Y FECHA EN QUE SE AGOTARIA;   *
      *    ROTACION = COSTO DE LAS SALIDAS / VALOR PROMEDIO DEL        *
      *    INVENTARIO (HISTORIAS DE LA VENTANA MAS EL VALOR ACTUAL).   *
      *    EL MINIMO SUGERIDO ES EL CONSUMO DURANTE LOS DIAS DE ENTREGA*
      *    Y EL REORDEN SUGERIDO EL CONSUMO DE WCN-ROT-DIAS-REPOSICION *
      *    DIAS, REDONDEADO AL EMPAQUE. LA CLAVE ESTA EN RIESGO SI SE  *
      *    AGOTA (O YA ESTA AGOTADA) ANTES DE LOS DIAS DE ENTREGA      *
      *----------------------------------------------------------------*
       9445-CALCULAR-ROTACION.
           ADD 1 TO WCT-ROT-CLAVES
           ADD WZD-ROT-COSTO-SALIDAS TO WCT-ROT-COSTO-SALIDAS
           MOVE REG-COD-ARTICULO IN REG-ARCH-MAESTRO
               TO ORD-ROT-COD-ARTICULO
           MOVE REG-COD-BODEGA IN REG-ARCH-MAESTRO
               TO ORD-ROT-COD-BODEGA
           MOVE REG-DESCRIPCION IN REG-ARCH-MAESTRO
               TO ORD-ROT-DESCRIPCION
           MOVE REG-CANTIDAD IN REG-ARCH-MAESTRO TO ORD-ROT-EXISTENCIA
           MOVE REG-DIAS-ENTREGA IN REG-ARCH-MAESTRO
               TO ORD-ROT-DIAS-ENTREGA
           MOVE REG-STOCK-MINIMO IN REG-ARCH-MAESTRO TO ORD-ROT-MINIMO
           MOVE REG-CANT-REORDEN IN REG-ARCH-MAESTRO
               TO ORD-ROT-REORDEN
           COMPUTE WZD-ROT-VALOR-ACTUAL =
                   REG-CANTIDAD IN REG-ARCH-MAESTRO *
                   REG-COSTO-UNIT IN REG-ARCH-MAESTRO
           COMPUTE WZD-ROT-VALOR-PROMEDIO =
                   (WZD-ROT-VALOR-HISTORIA + WZD-ROT-VALOR-ACTUAL) /
                   (WCT-ROT-HISTORIAS + 1)
           IF WZD-ROT-VALOR-PROMEDIO > ZERO
               MOVE 'S' TO ORD-ROT-CON-ROTACION
               COMPUTE WZD-ROT-ROTACION ROUNDED =
                       WZD-ROT-COSTO-SALIDAS / WZD-ROT-VALOR-PROMEDIO
               IF WZD-ROT-ROTACION > 999,99
                   MOVE 999,99 TO WZD-ROT-ROTACION
               END-IF
               MOVE WZD-ROT-ROTACION TO ORD-ROT-ROTACION
           ELSE
               MOVE 'N' TO ORD-ROT-CON-ROTACION
               MOVE ZERO TO ORD-ROT-ROTACION
           END-IF
           IF WZD-ROT-CANT-SALIDAS = ZERO
               SET ROT-GRUPO-SIN-CONSUMO TO TRUE
               MOVE 99999 TO ORD-ROT-COBERTURA
               MOVE ZERO TO ORD-ROT-CONSUMO-DIA
               MOVE ZERO TO ORD-ROT-FECHA-QUIEBRE
               MOVE ZERO TO ORD-ROT-MIN-SUGERIDO
               MOVE ZERO TO ORD-ROT-REO-SUGERIDO
               ADD 1 TO WCT-ROT-SIN-CONSUMO
           ELSE
               COMPUTE WZD-ROT-CONSUMO-DIA =
                       WZD-ROT-CANT-SALIDAS / WZD-ROT-VENTANA
               COMPUTE ORD-ROT-CONSUMO-DIA ROUNDED =
                       WZD-ROT-CONSUMO-DIA
               COMPUTE WZD-ROT-COBERTURA =
                       REG-CANTIDAD IN REG-ARCH-MAESTRO /
                       WZD-ROT-CONSUMO-DIA
               IF WZD-ROT-COBERTURA > 99999
                   MOVE 99999 TO WZD-ROT-COBERTURA
                   MOVE ZERO TO ORD-ROT-FECHA-QUIEBRE
               ELSE
                   COMPUTE WZD-ROT-DIA-QUIEBRE =
                           WZD-ROT-DIA-HOY + WZD-ROT-COBERTURA
                   PERFORM 9414-CONVERTIR-DIA-COMERCIAL
               END-IF
               MOVE WZD-ROT-COBERTURA TO ORD-ROT-COBERTURA
               IF WZD-ROT-COBERTURA <
                       REG-DIAS-ENTREGA IN REG-ARCH-MAESTRO
                       OR REG-CANTIDAD IN REG-ARCH-MAESTRO = ZERO
                   SET ROT-GRUPO-RIESGO TO TRUE
                   ADD 1 TO WCT-ROT-RIESGO
               ELSE
                   SET ROT-GRUPO-CONSUMO TO TRUE
               END-IF
               COMPUTE WZD-ROT-MIN-SUGERIDO =
                       WZD-ROT-CONSUMO-DIA *
                       REG-DIAS-ENTREGA IN REG-ARCH-MAESTRO + 0,9999
               COMPUTE WZD-ROT-REO-SUGERIDO =
                       WZD-ROT-CONSUMO-DIA *
                       WCN-ROT-DIAS-REPOSICION + 0,9999
               IF REG-UNIDS-EMPAQUE IN REG-ARCH-MAESTRO > 1
                   COMPUTE WZD-ROT-PAQUETES =
                           (WZD-ROT-REO-SUGERIDO +
                            REG-UNIDS-EMPAQUE IN REG-ARCH-MAESTRO - 1)
                           / REG-UNIDS-EMPAQUE IN REG-ARCH-MAESTRO
                   COMPUTE WZD-ROT-REO-SUGERIDO = WZD-ROT-PAQUETES *
                           REG-UNIDS-EMPAQUE IN REG-ARCH-MAESTRO
               END-IF
               IF WZD-ROT-MIN-SUGERIDO > 9999999
                   MOVE 9999999 TO WZD-ROT-MIN-SUGERIDO
               END-IF
               IF WZD-ROT-REO-SUGERIDO > 9999999
                   MOVE 9999999 TO WZD-ROT-REO-SUGERIDO
               END-IF
               MOVE WZD-ROT-MIN-SUGERIDO TO ORD-ROT-MIN-SUGERIDO
               MOVE WZD-ROT-REO-SUGERIDO TO ORD-ROT-REO-SUGERIDO
           END-IF
           RELEASE REG-ORD-ROTACION
           .

      *----------------------------------------------------------------*
      * 9448-LEER-CONSUMO                                              *
      *----------------------------------------------------------------*
       9448-LEER-CONSUMO.
           READ ARCH-CONSUMO
               AT END
                   MOVE 'S' TO WSW-FIN-CONSUMO
           END-READ
           .

      *----------------------------------------------------------------*
      * 9460-IMPRIMIR-ROTACION                                         *
      *    PROCEDIMIENTO DE SALIDA DEL SEGUNDO SORT: ROTULO POR GRUPO  *
      *    (EN RIESGO, CON CONSUMO, SIN SALIDAS), DETALLE DE CADA CLAVE*
      *    Y RESUMEN FINAL                                             *
      *----------------------------------------------------------------*
       9460-IMPRIMIR-ROTACION.
           MOVE 'N' TO WSW-FIN-ORDENAMIENTO
           MOVE SPACE TO WZD-ROT-GRUPO-ANT
           PERFORM 9462-RETORNAR-ROTACION
           PERFORM UNTIL FIN-ORDENAMIENTO
               IF ORD-ROT-GRUPO NOT = WZD-ROT-GRUPO-ANT
                   MOVE ORD-ROT-GRUPO TO WZD-ROT-GRUPO-ANT
                   PERFORM 9464-IMPRIMIR-ROTULO-GRUPO
               END-IF
               PERFORM 9466-IMPRIMIR-DETALLE-ROTACION
               PERFORM 9462-RETORNAR-ROTACION
           END-PERFORM
           PERFORM 9470-IMPRIMIR-RESUMEN-ROTACION
           .

      *----------------------------------------------------------------*
      * 9462-RETORNAR-ROTACION                                         *
      *----------------------------------------------------------------*
       9462-RETORNAR-ROTACION.
           RETURN ARCH-ORDENAMIENTO
               AT END
                   MOVE 'S' TO WSW-FIN-ORDENAMIENTO
           .

      *----------------------------------------------------------------*
      * 9464-IMPRIMIR-ROTULO-GRUPO                                     *
      *----------------------------------------------------------------*
       9464-IMPRIMIR-ROTULO-GRUPO.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS - 3
               PERFORM 9480-IMPRIMIR-ENCABEZADO-ROT
           END-IF
           EVALUATE TRUE
               WHEN ROT-GRUPO-RIESGO
                   MOVE 'SE AGOTAN ANTES DE QUE PUEDA LLEGAR UN PEDIDO'
                       TO LRG-GRUPO
               WHEN ROT-GRUPO-CONSUMO
                   MOVE 'CON CONSUMO, POR DIAS DE COBERTURA'
                       TO LRG-GRUPO
               WHEN OTHER
                   MOVE 'SIN SALIDAS EN LA VENTANA' TO LRG-GRUPO
           END-EVALUATE
           WRITE REG-ARCH-REP-ROTACION FROM WCH-LIN-GRP-ROTACION
               AFTER ADVANCING 2 LINES
           ADD 2 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 9466-IMPRIMIR-DETALLE-ROTACION                                 *
      *----------------------------------------------------------------*
       9466-IMPRIMIR-DETALLE-ROTACION.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS
               PERFORM 9480-IMPRIMIR-ENCABEZADO-ROT
           END-IF
           IF ROT-GRUPO-RIESGO
               MOVE '*' TO LRT-MARCA
           ELSE
               MOVE SPACE TO LRT-MARCA
           END-IF
           MOVE ORD-ROT-COD-ARTICULO TO LRT-COD-ARTICULO
           MOVE ORD-ROT-COD-BODEGA TO LRT-BODEGA
           MOVE ORD-ROT-DESCRIPCION TO LRT-DESCRIPCION
           MOVE ORD-ROT-EXISTENCIA TO LRT-EXISTENCIA
           MOVE ORD-ROT-CONSUMO-DIA TO LRT-CONSUMO-DIA
           IF ROT-GRUPO-SIN-CONSUMO
               MOVE 'S/CONS' TO LRT-COBERTURA
           ELSE
               MOVE ORD-ROT-COBERTURA TO WAR-ROT-COBERTURA
               MOVE WAR-ROT-COBERTURA TO LRT-COBERTURA
           END-IF
           IF ORD-ROT-CON-ROTACION = 'S'
               MOVE ORD-ROT-ROTACION TO WAR-ROT-ROTACION
               MOVE WAR-ROT-ROTACION TO LRT-ROTACION
           ELSE
               MOVE SPACES TO LRT-ROTACION
           END-IF
           IF ORD-ROT-FECHA-QUIEBRE = ZERO
               MOVE SPACES TO LRT-FECHA-QUIEBRE
           ELSE
               MOVE ORD-ROT-FECHA-QUIEBRE (7:2) TO KF-DIA
               MOVE ORD-ROT-FECHA-QUIEBRE (5:2) TO KF-MES
               MOVE ORD-ROT-FECHA-QUIEBRE (1:4) TO KF-ANIO
               MOVE WCH-KDX-FECHA-FMT TO LRT-FECHA-QUIEBRE
           END-IF
           MOVE ORD-ROT-DIAS-ENTREGA TO LRT-DIAS-ENTREGA
           MOVE ORD-ROT-MINIMO TO LRT-MINIMO
           MOVE ORD-ROT-MIN-SUGERIDO TO LRT-MIN-SUGERIDO
           MOVE ORD-ROT-REORDEN TO LRT-REORDEN
           MOVE ORD-ROT-REO-SUGERIDO TO LRT-REO-SUGERIDO
           WRITE REG-ARCH-REP-ROTACION FROM WCH-LIN-DET-ROTACION
               AFTER ADVANCING 1 LINE
           ADD 1 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 9470-IMPRIMIR-RESUMEN-ROTACION                                 *
      *----------------------------------------------------------------*
       9470-IMPRIMIR-RESUMEN-ROTACION.
           IF WCT-LINEAS-PAGINA >= WCN-MAX-LINEAS - 6
               PERFORM 9480-IMPRIMIR-ENCABEZADO-ROT
           END-IF
           MOVE 'CLAVES EVALUADAS' TO LRN-CONCEPTO
           MOVE WCT-ROT-CLAVES TO LRN-CANTIDAD
           WRITE REG-ARCH-REP-ROTACION FROM WCH-LIN-RES-ROTACION
               AFTER ADVANCING 3 LINES
           MOVE 'SE AGOTAN ANTES DE LA ENTREGA' TO LRN-CONCEPTO
           MOVE WCT-ROT-RIESGO TO LRN-CANTIDAD
           WRITE REG-ARCH-REP-ROTACION FROM WCH-LIN-RES-ROTACION
               AFTER ADVANCING 1 LINE
           MOVE 'SIN SALIDAS EN LA VENTANA' TO LRN-CONCEPTO
           MOVE WCT-ROT-SIN-CONSUMO TO LRN-CANTIDAD
           WRITE REG-ARCH-REP-ROTACION FROM WCH-LIN-RES-ROTACION
               AFTER ADVANCING 1 LINE
           MOVE 'MOVIMIENTOS DE SALIDA EN LA VENTANA' TO LRN-CONCEPTO
           MOVE WCT-ROT-SALIDAS TO LRN-CANTIDAD
           WRITE REG-ARCH-REP-ROTACION FROM WCH-LIN-RES-ROTACION
               AFTER ADVANCING 1 LINE
           MOVE 'COSTO DE LAS SALIDAS' TO LRO-CONCEPTO
           MOVE WCT-ROT-COSTO-SALIDAS TO LRO-VALOR
           WRITE REG-ARCH-REP-ROTACION FROM WCH-LIN-VAL-ROTACION
               AFTER ADVANCING 1 LINE
           ADD 7 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*
      * 9480-IMPRIMIR-ENCABEZADO-ROT                                   *
      *    TITULO, FECHA, VENTANA Y ENCABEZADO DE COLUMNAS             *
      *----------------------------------------------------------------*
       9480-IMPRIMIR-ENCABEZADO-ROT.
           ADD 1 TO WCT-NUM-PAGINA
           WRITE REG-ARCH-REP-ROTACION FROM WCH-LIN-TIT-ROTACION
               AFTER ADVANCING PAGE
           MOVE SPACES TO LF-FECHA
           STRING WFC-DIA    DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WFC-ANIO   DELIMITED BY SIZE
               INTO LF-FECHA
           WRITE REG-ARCH-REP-ROTACION FROM WCH-LIN-FECHA
               AFTER ADVANCING 1 LINE
           MOVE WZD-ROT-VENTANA TO LRP-VENTANA
           MOVE WCT-ROT-HISTORIAS TO LRP-HISTORIAS
           WRITE REG-ARCH-REP-ROTACION FROM WCH-LIN-PAR-ROTACION
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-ARCH-REP-ROTACION
           WRITE REG-ARCH-REP-ROTACION
               AFTER ADVANCING 1 LINE
           WRITE REG-ARCH-REP-ROTACION FROM WCH-LIN-ENC-ROTACION
               AFTER ADVANCING 1 LINE
           MOVE 5 TO WCT-LINEAS-PAGINA
           .

      *----------------------------------------------------------------*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTPROV.
       AUTHOR. J.GAYAN.
      * FACTURAS DE PROVEEDOR: CASACION A TRES BANDAS (FACTURA,
      * PEDIDO DE COMPRA Y KILOS REALMENTE RECIBIDOS) Y CARTERA DE
      * PAGOS POR PROVEEDOR CON SU VENCIMIENTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT entrada ASSIGN TO 'NAT-factprov.txt'
           organization is line sequential
           FILE STATUS IS WS-FS-ENT.
           SELECT liberaciones ASSIGN TO 'NAT-factprov.lib'
           organization is line sequential
           FILE STATUS IS WS-FS-LIB.
           SELECT registro ASSIGN TO 'NAT-factprov.reg'
           organization is line sequential
           FILE STATUS IS WS-FS-REG.
           SELECT cartera ASSIGN TO 'NAT-cartera-prov'
           organization is line sequential
           FILE STATUS IS WS-FS-CAR.
           SELECT parametros ASSIGN TO 'NAT-factprov.par'
           organization is line sequential
           FILE STATUS IS WS-FS-PAR.
           SELECT proveedores ASSIGN TO 'NAT-proveedores'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PV-cod-proveedor
           FILE STATUS IS WS-FS-PROVEEDORES.
           SELECT pedidos ASSIGN TO 'NAT-pedidos'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PED-NUMERO
           FILE STATUS IS WS-FS-PEDIDOS.
           SELECT ordcp ASSIGN TO 'NAT-factprov.srt'.
           SELECT salida  ASSIGN TO 'NAT-salida-factprov'
           organization is line  sequential.
           SELECT excepciones ASSIGN TO 'NAT-salida-factprov.exc'
           organization is line  sequential.
           SELECT rechazos ASSIGN TO 'NAT-factprov.rej'
           organization is line  sequential.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
           organization is line sequential
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
      * LINEA DE FACTURA: PROVEEDOR;FACTURA;AAAAMMDD;PEDIDO;KILOS;
      * PRECIO;TIPO IVA (KILOS NNNNNNN,NN, PRECIO NNNNN,NNNN POR KILO)
       FD  ENTRADA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 80 CHARACTERS
           DATA RECORD IS REG-ENTRADA.
       01  REG-ENTRADA       PIC X(80).
      * DECISION DEL DEPARTAMENTO DE COMPRAS SOBRE UNA RETENIDA:
      * PROVEEDOR;FACTURA;A (APROBAR CON LA DIFERENCIA) O B (ANULAR)
       FD  LIBERACIONES
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 20 CHARACTERS
           DATA RECORD IS REG-LIBERACION.
       01  REG-LIBERACION    PIC X(20).
      * REGISTRO DE FACTURAS RECIBIDAS: UNA FILA POR PROVEEDOR Y
      * NUMERO DE FACTURA. ESTADO 'A' APROBADA, 'R' RETENIDA,
      * 'N' ANULADA. ES LA BASE DEL CONTROL DE DUPLICADAS.
       FD  REGISTRO
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 120 CHARACTERS
           DATA RECORD IS REG-FACTPROV.
       01  REG-FACTPROV.
           03 FP-proveedor      PIC X(4).
           03 FP-factura        PIC X(12).
           03 FP-fecha          PIC 9(8).
           03 FP-pedido         PIC X(6).
           03 FP-kilos          PIC 9(7)V99.
           03 FP-precio         PIC 9(5)V9999.
           03 FP-tipo-iva       PIC 99.
           03 FP-base           PIC 9(9)V99.
           03 FP-cuota          PIC 9(9)V99.
           03 FP-total          PIC 9(9)V99.
           03 FP-estado         PIC X.
           03 FP-motivo         PIC X(20).
           03 FP-fecha-alta     PIC 9(8).
           03 FP-fecha-estado   PIC 9(8).
      * CARTERA DE PAGOS: UNA FILA POR FACTURA APROBADA, CON SU
      * VENCIMIENTO. ESTADO 'P' PENDIENTE, 'C' PAGADA (LA MARCA
      * PAGOPROV AL EMITIR LA TRANSFERENCIA).
       FD  CARTERA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 107 CHARACTERS
           DATA RECORD IS REG-CARTERA.
       01  REG-CARTERA.
           03 CP-proveedor         PIC X(4).
           03 CP-factura           PIC X(12).
           03 CP-fecha-factura     PIC 9(8).
           03 CP-fecha-vencimiento PIC 9(8).
           03 CP-pedido            PIC X(6).
           03 CP-base              PIC 9(9)V99.
           03 CP-cuota             PIC 9(9)V99.
           03 CP-importe           PIC 9(9)V99.
           03 CP-pagado            PIC 9(9)V99.
           03 CP-fecha-pago        PIC 9(8).
           03 CP-referencia        PIC X(16).
           03 CP-estado            PIC X.
      * TOLERANCIAS EN PORCENTAJE: KILOS;PRECIO (QQ;PP)
       FD  PARAMETROS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 5 CHARACTERS
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS.
           03 PAR-TOL-CANTIDAD  PIC X(2).
           03 FILLER            PIC X.
           03 PAR-TOL-PRECIO    PIC X(2).
       FD  PROVEEDORES
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 61 CHARACTERS
           DATA RECORD IS REG-PROVEEDOR.
       01  REG-PROVEEDOR.
           03 PV-cod-proveedor PIC X(4).
           03 PV-nombre        PIC X(20).
           03 PV-poblacion     PIC X(10).
           03 PV-iban          PIC X(24).
           03 PV-plazo-pago    PIC 9(3).
       FD  PEDIDOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 53 CHARACTERS
           DATA RECORD IS REG-PEDIDO.
       01  REG-PEDIDO.
           03 PED-NUMERO      PIC X(6).
           03 PED-idproducto  PIC X(4).
           03 PED-proveedor   PIC X(4).
           03 PED-FECHA       PIC 9(8).
           03 PED-CANTIDAD    PIC 9(7)V99.
           03 PED-RECIBIDO    PIC 9(7)V99.
           03 PED-ESTADO      PIC X.
           03 PED-COSTE       PIC 9(5)V9999.
           03 PED-delegacion  PIC X(3).
       SD  ORDCP
           DATA RECORD IS REG-ORDCP.
       01  REG-ORDCP.
           03 OP-proveedor         PIC X(4).
           03 OP-fecha-vencimiento PIC 9(8).
           03 OP-factura           PIC X(12).
           03 OP-fecha-factura     PIC 9(8).
           03 OP-importe           PIC 9(9)V99.
           03 OP-pagado            PIC 9(9)V99.
       FD  SALIDA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 132 CHARACTERS
           DATA RECORD IS REG-SALIDA.
       01  reg-salida        pic x(132).
       FD  EXCEPCIONES
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 132 CHARACTERS
           DATA RECORD IS REG-EXCEPCION.
       01  reg-excepcion     pic x(132).
       FD  RECHAZOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 100 CHARACTERS
           DATA RECORD IS REG-RECHAZO.
       01  REG-RECHAZO.
           03 REG-RECHAZO-LINEA    PIC X(80).
           03 FILLER               PIC X VALUE SPACES.
           03 REG-RECHAZO-MOTIVO   PIC X(19).
       FD  AUDITORIA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 86 CHARACTERS
           DATA RECORD IS REG-AUDITORIA.
       01  REG-AUDITORIA.
           03 AUD-PROGRAMA     PIC X(10).
           03 FILLER           PIC X     VALUE SPACES.
           03 AUD-FECHA        PIC 9(8).
           03 FILLER           PIC X     VALUE SPACES.
           03 AUD-HORA         PIC 9(6).
           03 FILLER           PIC X     VALUE SPACES.
           03 FILLER           PIC X(7)  VALUE 'LEIDOS:'.
           03 AUD-LEIDOS       PIC Z(9)9.
           03 FILLER           PIC X     VALUE SPACES.
           03 FILLER           PIC X(9)  VALUE 'ESCRITOS:'.
           03 AUD-ESCRITOS     PIC Z(9)9.
           03 FILLER           PIC X     VALUE SPACES.
           03 FILLER           PIC X(11) VALUE 'RECHAZADOS:'.
           03 AUD-RECHAZADOS   PIC Z(9)9.

       WORKING-STORAGE SECTION.
       01  WS-FS-ENT           PIC XX.
       01  WS-FS-LIB           PIC XX.
       01  WS-FS-REG           PIC XX.
       01  WS-FS-CAR           PIC XX.
       01  WS-FS-PAR           PIC XX.
       01  WS-FS-PROVEEDORES   PIC XX.
       01  WS-FS-PEDIDOS       PIC XX.
       01  WS-FS-AUD           PIC XX.
      * TOLERANCIAS (NAT-FACTPROV.PAR): LOS KILOS FACTURADOS EN UN
      * PEDIDO, SUMANDO LAS FACTURAS YA APROBADAS, NO PUEDEN PASAR DE
      * LO RECIBIDO MAS EL W-TOL-CANTIDAD POR CIENTO; EL PRECIO NO
      * PUEDE DESVIARSE DEL COSTE DEL PEDIDO MAS DEL W-TOL-PRECIO POR
      * CIENTO. SIN PARAMETRO, 2 Y 2. FACTURAR MENOS DE LO RECIBIDO
      * ES NORMAL (EL RESTO VIENE EN OTRA FACTURA) Y NO SE RETIENE.
       77  W-TOL-CANTIDAD      PIC 99 VALUE 2.
       77  W-TOL-PRECIO        PIC 99 VALUE 2.
      * PLAZO DE PAGO CUANDO EL MAESTRO DE PROVEEDORES NO LO TRAE.
       77  W-PLAZO-DEFECTO     PIC 9(3) VALUE 60.
      * REGISTRO EN MEMORIA: SE CARGA, SE APLICAN LAS LIBERACIONES,
      * SE REVISAN LAS RETENIDAS (LAS QUE ESPERABAN MERCANCIA PASAN
      * SOLAS CUANDO RECEPCION LA ANOTA EN EL PEDIDO), SE ANADEN LAS
      * FACTURAS NUEVAS Y SE REGRABA ENTERO. LAS APROBADAS Y ANULADAS
      * CON FECHA DE FACTURA ANTERIOR AL ANO PASADO SE PODAN; LAS
      * RETENIDAS SE CONSERVAN SIEMPRE. SI LA TABLA SE DESBORDA NO SE
      * GRABA NADA: RC=8.
       01  TABLA-FACTURAS.
           03 TF-FILA OCCURS 5000 TIMES INDEXED BY IX-FP IX-SUM.
              05 TF-PROVEEDOR      PIC X(4).
              05 TF-FACTURA        PIC X(12).
              05 TF-FECHA          PIC 9(8).
              05 TF-PEDIDO         PIC X(6).
              05 TF-KILOS          PIC 9(7)V99.
              05 TF-PRECIO         PIC 9(5)V9999.
              05 TF-TIPO-IVA       PIC 99.
              05 TF-BASE           PIC 9(9)V99.
              05 TF-CUOTA          PIC 9(9)V99.
              05 TF-TOTAL          PIC 9(9)V99.
              05 TF-ESTADO         PIC X.
              05 TF-MOTIVO         PIC X(20).
              05 TF-FECHA-ALTA     PIC 9(8).
              05 TF-FECHA-ESTADO   PIC 9(8).
              05 TF-APROBADA-HOY   PIC X.
       77  W-NUM-FACTURAS      PIC 9(5) COMP VALUE 0.
       77  W-IX-ACTUAL         PIC 9(5) COMP VALUE 0.
       01  W-REG-DESBORDE      PIC X VALUE 'N'.
           88 REGISTRO-DESBORDADO    VALUE 'S'.
      * CARTERA EN MEMORIA: CADA APROBADA ENTRA UNA SOLA VEZ (SI UN
      * RELANZAMIENTO LA VUELVE A APROBAR, YA ESTA Y NO SE DUPLICA).
       01  TABLA-CARTERA.
           03 TC-FILA OCCURS 5000 TIMES INDEXED BY IX-CAR.
              05 TC-PROVEEDOR      PIC X(4).
              05 TC-FACTURA        PIC X(12).
              05 TC-FECHA-FACTURA  PIC 9(8).
              05 TC-VENCIMIENTO    PIC 9(8).
              05 TC-PEDIDO         PIC X(6).
              05 TC-BASE           PIC 9(9)V99.
              05 TC-CUOTA          PIC 9(9)V99.
              05 TC-IMPORTE        PIC 9(9)V99.
              05 TC-PAGADO         PIC 9(9)V99.
              05 TC-FECHA-PAGO     PIC 9(8).
              05 TC-REFERENCIA     PIC X(16).
              05 TC-ESTADO         PIC X.
       77  W-NUM-CARTERA       PIC 9(5) COMP VALUE 0.
       01  W-CAR-DESBORDE      PIC X VALUE 'N'.
           88 CARTERA-DESBORDADA     VALUE 'S'.
       01  W-BUS-PROVEEDOR     PIC X(4).
       01  W-BUS-FACTURA       PIC X(12).
       01  DESTRIPAR.
           03 W-FP-PROVEEDOR  PIC X(4) JUSTIFIED RIGHT.
           03 W-FP-FACTURA    PIC X(12).
           03 W-FP-FECHA      PIC X(8).
           03 W-FP-FECHA-N REDEFINES W-FP-FECHA PIC 9(8).
           03 W-FP-PED-RAW    PIC X(10).
           03 W-FP-KILOS-RAW  PIC X(12).
           03 W-FP-PRECIO-RAW PIC X(12).
           03 W-FP-IVA-RAW    PIC X(5).
       01  W-FP-PEDIDO        PIC X(6) JUSTIFIED RIGHT.
       01  W-FP-IVA.
           03 W-FP-IVA-X      PIC X(2) JUSTIFIED RIGHT.
       01  W-FP-IVA-N REDEFINES W-FP-IVA PIC 99.
       01  wkil-a.
           03 wkil-e    PIC X(7) JUSTIFIED RIGHT.
           03 wkil-d    PIC X(2).
       01  wkil-n REDEFINES wkil-a PIC 9(7)V99.
       01  W-KIL-ENTERO-RAW    PIC X(12).
       77  W-LEN-KIL-ENTERO    PIC 9(4) COMP VALUE 0.
       01  wpre-a.
           03 wpre-e    PIC X(5) JUSTIFIED RIGHT.
           03 wpre-d    PIC X(4).
       01  wpre-n REDEFINES wpre-a PIC 9(5)V9999.
       01  W-PRE-ENTERO-RAW    PIC X(12).
       77  W-LEN-PRE-ENTERO    PIC 9(4) COMP VALUE 0.
       01  W-LIB-PROV-RAW      PIC X(10).
       01  W-LIB-PROVEEDOR     PIC X(4) JUSTIFIED RIGHT.
       01  W-LIB-FACTURA       PIC X(12).
       01  W-LIB-ACCION        PIC X.
       01  W-MOTIVO            PIC X(20).
       01  W-CASADA            PIC X VALUE 'N'.
           88 FACTURA-CASADA         VALUE 'S'.
       01  W-FACTURADO         PIC 9(9)V99 VALUE 0.
       01  W-MAX-KILOS         PIC 9(9)V99 VALUE 0.
       01  W-DIF-PRECIO        PIC 9(5)V9999 VALUE 0.
       01  W-RECIBIDO-PED      PIC 9(7)V99 VALUE 0.
       01  W-COSTE-PED         PIC 9(5)V9999 VALUE 0.
       01  W-ANO-PODA          PIC 9(4) VALUE 0.
       01  W-ENCONTRADO        PIC X VALUE 'N'.
           88 ENCONTRADO-S           VALUE 'S'.
       01  W-FECHA-OK          PIC X VALUE 'N'.
           88 FECHA-VALIDA           VALUE 'S'.
      * FECHAS: SUMA DE DIAS PARA EL VENCIMIENTO Y DIA ABSOLUTO PARA
      * LOS DIAS VENCIDOS, SIN FUNCIONES INTRINSECAS.
       01  W-FD.
           03 W-FD-AAAA     PIC 9(4).
           03 W-FD-MM       PIC 99.
           03 W-FD-DD       PIC 99.
       01  W-FD-N REDEFINES W-FD PIC 9(8).
       01  W-DIAS-TABLA     PIC X(24) VALUE '312831303130313130313031'.
       01  W-DIAS-TABLA-R REDEFINES W-DIAS-TABLA.
           03 W-DIAS-MES-T OCCURS 12 TIMES PIC 99.
       01  W-ACUM-TABLA     PIC X(36)
           VALUE '000031059090120151181212243273304334'.
       01  W-ACUM-TABLA-R REDEFINES W-ACUM-TABLA.
           03 W-ACUM-MES-T OCCURS 12 TIMES PIC 999.
       01  W-DIAS-MES       PIC 99 VALUE 0.
       77  W-BIS-COCIENTE   PIC 9(4) COMP VALUE 0.
       77  W-BIS-RESTO4     PIC 9(4) COMP VALUE 0.
       77  W-BIS-RESTO100   PIC 9(4) COMP VALUE 0.
       77  W-BIS-RESTO400   PIC 9(4) COMP VALUE 0.
       77  W-ANO-ANT        PIC 9(4) COMP VALUE 0.
       77  W-DIV-4          PIC 9(4) COMP VALUE 0.
       77  W-DIV-100        PIC 9(4) COMP VALUE 0.
       77  W-DIV-400        PIC 9(4) COMP VALUE 0.
       77  W-MES-GUARDA     PIC 99 VALUE 0.
       77  W-DIA-ABS        PIC 9(7) COMP VALUE 0.
       77  W-DIA-HOY        PIC 9(7) COMP VALUE 0.
       77  W-DIAS-SUMAR     PIC 9(5) COMP VALUE 0.
       77  W-DIAS-RESTO-MES PIC 9(5) COMP VALUE 0.
       01  W-DIAS-VENCIDA   PIC S9(7) VALUE 0.
       01  W-PROV-ANT          PIC X(4) VALUE SPACES.
       01  W-HAY-GRUPO         PIC X VALUE 'N'.
           88 HAY-PROVEEDOR-ABIERTO  VALUE 'S'.
       01  W-PRV-IMPORTE       PIC 9(11)V99 VALUE 0.
       01  W-PRV-PAGADO        PIC 9(11)V99 VALUE 0.
       01  W-PRV-PENDIENTE     PIC 9(11)V99 VALUE 0.
       01  W-PRV-VENCIDO       PIC 9(11)V99 VALUE 0.
       01  W-GEN-PENDIENTE     PIC 9(11)V99 VALUE 0.
       01  W-GEN-VENCIDO       PIC 9(11)V99 VALUE 0.
       01  W-PENDIENTE         PIC 9(9)V99 VALUE 0.
       77  W-CNT-LEIDOS        PIC 9(7) VALUE 0.
       77  W-CNT-APROBADAS     PIC 9(7) VALUE 0.
       77  W-CNT-RETENIDAS     PIC 9(7) VALUE 0.
       77  W-CNT-RECHAZADAS    PIC 9(7) VALUE 0.
       77  W-CNT-LIBERADAS     PIC 9(7) VALUE 0.
       77  W-CNT-ANULADAS      PIC 9(7) VALUE 0.
       77  W-CNT-LIB-ERRONEAS  PIC 9(7) VALUE 0.
       77  W-CNT-PENDIENTES    PIC 9(7) VALUE 0.
       77  W-CNT-PODADAS       PIC 9(7) VALUE 0.
       01  W-TOTAL-APROBADO    PIC 9(11)V99 VALUE 0.
       01  WFECHA-HOY          PIC 9(8).
       01  WHORA-HOY           PIC 9(6).
       77  FE       PIC 9    VALUE 0.
       77  FE-LIB   PIC 9    VALUE 0.
       77  FE-REG   PIC 9    VALUE 0.
       77  FE-CAR   PIC 9    VALUE 0.
       77  FE-SRT   PIC 9    VALUE 0.
       01  CABECERA1.
           03 FILLER PIC X(33)
              VALUE 'FACTURAS DE PROVEEDOR            '.
           03 S-FECHA-TIT PIC 9(8).
       01  CAB-FAC-1.
           03 FILLER PIC X(4)   VALUE 'prov'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(12)  VALUE 'factura'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'fecha     '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6)   VALUE 'pedido'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(12)  VALUE '       kilos'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11)  VALUE '     precio'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14)  VALUE '         total'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'situacion '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(20)  VALUE 'motivo'.
       01  CAB-FAC-2.
           03 S-FAC-PROVEEDOR PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-FAC-FACTURA  PIC X(12).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-FAC-FECHA    PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-FAC-PEDIDO   PIC X(6).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-FAC-KILOS    PIC z.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-FAC-PRECIO   PIC zz.zz9,9999.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-FAC-TOTAL    PIC zz.zzz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-FAC-SITUACION PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-FAC-MOTIVO   PIC X(20).
       01  CAB-FAC-9.
           03 FILLER          PIC X(11) VALUE 'APROBADAS: '.
           03 S-CNT-APROBADAS PIC zzzzz9.
           03 FILLER          PIC X(10) VALUE '  IMPORTE '.
           03 S-TOTAL-APROBADO PIC zzz.zzz.zz9,99.
           03 FILLER          PIC X(13) VALUE '  RETENIDAS: '.
           03 S-CNT-RETENIDAS PIC zzzzz9.
           03 FILLER          PIC X(14) VALUE '  RECHAZADAS: '.
           03 S-CNT-RECHAZADAS PIC zzzzz9.
           03 FILLER          PIC X(13) VALUE '  LIBERADAS: '.
           03 S-CNT-LIBERADAS PIC zzzzz9.
           03 FILLER          PIC X(12) VALUE '  ANULADAS: '.
           03 S-CNT-ANULADAS  PIC zzzzz9.
       01  CAB-EXC-1.
           03 FILLER PIC X(33)
              VALUE 'FACTURAS DE PROVEEDOR RETENIDAS  '.
           03 S-EXC-FECHA-TIT PIC 9(8).
       01  CAB-EXC-2.
           03 FILLER PIC X(4)   VALUE 'prov'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(12)  VALUE 'factura'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'fecha     '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6)   VALUE 'pedido'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(12)  VALUE '   facturado'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(12)  VALUE '    recibido'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11)  VALUE '     precio'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11)  VALUE ' coste ped.'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'retenida  '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(20)  VALUE 'motivo'.
       01  CAB-EXC-3.
           03 S-EXC-PROVEEDOR PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXC-FACTURA  PIC X(12).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXC-FECHA    PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXC-PEDIDO   PIC X(6).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXC-KILOS    PIC z.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXC-RECIBIDO PIC z.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXC-PRECIO   PIC zz.zz9,9999.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXC-COSTE    PIC zz.zz9,9999.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXC-DESDE    PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXC-MOTIVO   PIC X(20).
       01  CAB-EXC-9.
           03 FILLER          PIC X(20) VALUE 'FACTURAS RETENIDAS: '.
           03 S-CNT-PENDIENTES PIC zzzzz9.
           03 FILLER          PIC X(25)
              VALUE '  LIBERACIONES ERRONEAS: '.
           03 S-CNT-LIB-ERR   PIC zzzzz9.
       01  CAB-CAR-1.
           03 FILLER PIC X(36)
              VALUE 'CARTERA DE PAGOS POR PROVEEDOR      '.
       01  CAB-CAR-2.
           03 FILLER         PIC X(10) VALUE 'PROVEEDOR '.
           03 S-CAR-PROVEEDOR PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-NOMBRE   PIC X(20).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-POBLACION PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-AVISO    PIC X(13).
       01  CAB-CAR-3.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(12)  VALUE 'factura'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'fecha     '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'vence     '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14)  VALUE '       importe'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14)  VALUE '        pagado'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14)  VALUE '     pendiente'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9)   VALUE 'dias venc'.
       01  CAB-CAR-4.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-FACTURA  PIC X(12).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-FECHA    PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-VENCE    PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-IMPORTE  PIC zz.zzz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-PAGADO   PIC zz.zzz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-PENDIENTE PIC zz.zzz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-DIAS     PIC -zzzz9.
       01  CAB-CAR-5.
           03 FILLER         PIC X(40) VALUE
              '  TOTAL PROVEEDOR                       '.
           03 S-CAR-TOT-IMPORTE PIC zz.zzz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-TOT-PAGADO PIC zz.zzz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-TOT-PENDIENTE PIC zz.zzz.zzz.zz9,99.
           03 FILLER         PIC X(10) VALUE '  VENCIDO '.
           03 S-CAR-TOT-VENCIDO PIC zz.zzz.zzz.zz9,99.
       01  CAB-CAR-9.
           03 FILLER         PIC X(26) VALUE
              'TOTAL PENDIENTE DE PAGO:  '.
           03 S-GEN-PENDIENTE PIC zz.zzz.zzz.zz9,99.
           03 FILLER         PIC X(12) VALUE '  VENCIDO: '.
           03 S-GEN-VENCIDO  PIC zz.zzz.zzz.zz9,99.

       PROCEDURE DIVISION.
       ABRIR.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           MOVE WFECHA-HOY TO W-FD-N
           PERFORM CALCULAR-DIA-ABSOLUTO
           MOVE W-DIA-ABS TO W-DIA-HOY
           COMPUTE W-ANO-PODA = W-FD-AAAA - 1
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-REGISTRO
           PERFORM CARGAR-CARTERA
           IF REGISTRO-DESBORDADO OR CARTERA-DESBORDADA
               DISPLAY 'FACTPROV REGISTRO O CARTERA DESBORDADOS: '
                   'NO SE TRATA NI SE REGRABA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PROVEEDORES
           IF WS-FS-PROVEEDORES NOT = '00'
               DISPLAY 'FACTPROV MAESTRO PROVEEDORES NO DISPONIBLE FS='
                   WS-FS-PROVEEDORES
               MOVE 8 TO RETURN-CODE
               CLOSE PROVEEDORES
               STOP RUN
           END-IF
           OPEN INPUT PEDIDOS
           IF WS-FS-PEDIDOS NOT = '00'
               DISPLAY 'FACTPROV SIN FICHERO DE PEDIDOS FS='
                   WS-FS-PEDIDOS
               MOVE 8 TO RETURN-CODE
               CLOSE PROVEEDORES PEDIDOS
               STOP RUN
           END-IF
           OPEN OUTPUT SALIDA EXCEPCIONES RECHAZOS
           MOVE WFECHA-HOY TO S-FECHA-TIT S-EXC-FECHA-TIT
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           WRITE REG-SALIDA FROM CAB-FAC-1 END-WRITE
           WRITE REG-EXCEPCION FROM CAB-EXC-1 END-WRITE
           WRITE REG-EXCEPCION FROM CAB-EXC-2 END-WRITE
           PERFORM APLICAR-LIBERACIONES
           PERFORM REVISAR-RETENIDAS
           PERFORM TRATAR-FACTURAS
           IF REGISTRO-DESBORDADO OR CARTERA-DESBORDADA
               DISPLAY 'FACTPROV REGISTRO O CARTERA DESBORDADOS: '
                   'NO SE REGRABA'
               MOVE 8 TO RETURN-CODE
               CLOSE PROVEEDORES PEDIDOS SALIDA EXCEPCIONES RECHAZOS
               STOP RUN
           END-IF
           MOVE W-CNT-APROBADAS   TO S-CNT-APROBADAS
           MOVE W-TOTAL-APROBADO  TO S-TOTAL-APROBADO
           MOVE W-CNT-RETENIDAS   TO S-CNT-RETENIDAS
           MOVE W-CNT-RECHAZADAS  TO S-CNT-RECHAZADAS
           MOVE W-CNT-LIBERADAS   TO S-CNT-LIBERADAS
           MOVE W-CNT-ANULADAS    TO S-CNT-ANULADAS
           WRITE REG-SALIDA FROM CAB-FAC-9 END-WRITE
      * PRIMERO LA CARTERA Y DESPUES EL REGISTRO: SI EL PASO CAE
      * ENTRE LAS DOS GRABACIONES, EL RELANZAMIENTO VUELVE A APROBAR
      * LAS MISMAS FACTURAS Y LA CARTERA YA LAS TIENE.
           PERFORM ANOTAR-CARTERA
           PERFORM GRABAR-CARTERA
           PERFORM GRABAR-REGISTRO
           PERFORM LISTAR-RETENIDAS
           WRITE REG-SALIDA FROM CAB-CAR-1 END-WRITE
           MOVE 0 TO W-GEN-PENDIENTE W-GEN-VENCIDO
           SORT ORDCP
               ON ASCENDING KEY OP-proveedor OP-fecha-vencimiento
                                OP-factura
               INPUT PROCEDURE IS SOLTAR-PENDIENTES
               OUTPUT PROCEDURE IS IMPRIMIR-CARTERA
           MOVE W-GEN-PENDIENTE TO S-GEN-PENDIENTE
           MOVE W-GEN-VENCIDO   TO S-GEN-VENCIDO
           WRITE REG-SALIDA FROM CAB-CAR-9 END-WRITE
           PERFORM GRABAR-AUDITORIA
           CLOSE PROVEEDORES PEDIDOS SALIDA EXCEPCIONES RECHAZOS
           IF W-CNT-PENDIENTES > 0 OR W-CNT-RECHAZADAS > 0
              OR W-CNT-LIB-ERRONEAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   AT END MOVE SPACES TO REG-PARAMETROS
               END-READ
               IF PAR-TOL-CANTIDAD IS NUMERIC
                   MOVE PAR-TOL-CANTIDAD TO W-TOL-CANTIDAD
               END-IF
               IF PAR-TOL-PRECIO IS NUMERIC
                   MOVE PAR-TOL-PRECIO TO W-TOL-PRECIO
               END-IF
               CLOSE PARAMETROS
           END-IF.

       CARGAR-REGISTRO.
           MOVE 0 TO W-NUM-FACTURAS
           OPEN INPUT REGISTRO
           IF WS-FS-REG NOT = '00'
               CLOSE REGISTRO
           ELSE
               MOVE 0 TO FE-REG
               READ REGISTRO AT END MOVE 1 TO FE-REG END-READ
               PERFORM UNTIL FE-REG = 1
                   IF W-NUM-FACTURAS < 5000
                       ADD 1 TO W-NUM-FACTURAS
                       SET IX-FP TO W-NUM-FACTURAS
                       MOVE FP-proveedor    TO TF-PROVEEDOR(IX-FP)
                       MOVE FP-factura      TO TF-FACTURA(IX-FP)
                       MOVE FP-fecha        TO TF-FECHA(IX-FP)
                       MOVE FP-pedido       TO TF-PEDIDO(IX-FP)
                       MOVE FP-kilos        TO TF-KILOS(IX-FP)
                       MOVE FP-precio       TO TF-PRECIO(IX-FP)
                       MOVE FP-tipo-iva     TO TF-TIPO-IVA(IX-FP)
                       MOVE FP-base         TO TF-BASE(IX-FP)
                       MOVE FP-cuota        TO TF-CUOTA(IX-FP)
                       MOVE FP-total        TO TF-TOTAL(IX-FP)
                       MOVE FP-estado       TO TF-ESTADO(IX-FP)
                       MOVE FP-motivo       TO TF-MOTIVO(IX-FP)
                       MOVE FP-fecha-alta   TO TF-FECHA-ALTA(IX-FP)
                       MOVE FP-fecha-estado TO TF-FECHA-ESTADO(IX-FP)
                       MOVE 'N'             TO TF-APROBADA-HOY(IX-FP)
                   ELSE
                       SET REGISTRO-DESBORDADO TO TRUE
                   END-IF
                   READ REGISTRO AT END MOVE 1 TO FE-REG END-READ
               END-PERFORM
               CLOSE REGISTRO
           END-IF.

       CARGAR-CARTERA.
           MOVE 0 TO W-NUM-CARTERA
           OPEN INPUT CARTERA
           IF WS-FS-CAR NOT = '00'
               CLOSE CARTERA
           ELSE
               MOVE 0 TO FE-CAR
               READ CARTERA AT END MOVE 1 TO FE-CAR END-READ
               PERFORM UNTIL FE-CAR = 1
                   IF W-NUM-CARTERA < 5000
                       ADD 1 TO W-NUM-CARTERA
                       SET IX-CAR TO W-NUM-CARTERA
                       MOVE CP-proveedor     TO TC-PROVEEDOR(IX-CAR)
                       MOVE CP-factura       TO TC-FACTURA(IX-CAR)
                       MOVE CP-fecha-factura TO TC-FECHA-FACTURA(IX-CAR)
                       MOVE CP-fecha-vencimiento
                           TO TC-VENCIMIENTO(IX-CAR)
                       MOVE CP-pedido        TO TC-PEDIDO(IX-CAR)
                       MOVE CP-base          TO TC-BASE(IX-CAR)
                       MOVE CP-cuota         TO TC-CUOTA(IX-CAR)
                       MOVE CP-importe       TO TC-IMPORTE(IX-CAR)
                       MOVE CP-pagado        TO TC-PAGADO(IX-CAR)
                       MOVE CP-fecha-pago    TO TC-FECHA-PAGO(IX-CAR)
                       MOVE CP-referencia    TO TC-REFERENCIA(IX-CAR)
                       MOVE CP-estado        TO TC-ESTADO(IX-CAR)
                   ELSE
                       SET CARTERA-DESBORDADA TO TRUE
                   END-IF
                   READ CARTERA AT END MOVE 1 TO FE-CAR END-READ
               END-PERFORM
               CLOSE CARTERA
           END-IF.

      * LAS LIBERACIONES SOLO ACTUAN SOBRE FACTURAS RETENIDAS: 'A'
      * LA APRUEBA CON SU DIFERENCIA (PASA A CARTERA ESTA NOCHE) Y
      * 'B' LA ANULA (EL PROVEEDOR PUEDE VOLVER A ENVIARLA CON EL
      * MISMO NUMERO). LO DEMAS SALE COMO LIBERACION ERRONEA.
       APLICAR-LIBERACIONES.
           OPEN INPUT LIBERACIONES
           IF WS-FS-LIB NOT = '00'
               CLOSE LIBERACIONES
           ELSE
               MOVE 0 TO FE-LIB
               READ LIBERACIONES AT END MOVE 1 TO FE-LIB END-READ
               PERFORM UNTIL FE-LIB = 1
                   PERFORM TRATAR-LIBERACION
                   READ LIBERACIONES AT END MOVE 1 TO FE-LIB END-READ
               END-PERFORM
               CLOSE LIBERACIONES
           END-IF.

       TRATAR-LIBERACION.
           MOVE SPACES TO W-LIB-PROV-RAW W-LIB-PROVEEDOR
                          W-LIB-FACTURA W-LIB-ACCION
           unstring REG-LIBERACION delimited by ';' into
               W-LIB-PROV-RAW W-LIB-FACTURA W-LIB-ACCION
           end-unstring
           unstring W-LIB-PROV-RAW delimited by ' ' into
               W-LIB-PROVEEDOR
           end-unstring
           MOVE W-LIB-PROVEEDOR TO W-BUS-PROVEEDOR
           MOVE W-LIB-FACTURA   TO W-BUS-FACTURA
           PERFORM BUSCAR-FACTURA
           MOVE W-LIB-PROVEEDOR TO S-FAC-PROVEEDOR
           MOVE W-LIB-FACTURA   TO S-FAC-FACTURA
           MOVE SPACES TO S-FAC-FECHA S-FAC-PEDIDO S-FAC-MOTIVO
           MOVE 0 TO S-FAC-KILOS S-FAC-PRECIO S-FAC-TOTAL
           IF NOT ENCONTRADO-S
               MOVE 'LIB.ERR.'        TO S-FAC-SITUACION
               MOVE 'FACTURA DESCONOCIDA' TO S-FAC-MOTIVO
               ADD 1 TO W-CNT-LIB-ERRONEAS
           ELSE
               SET IX-FP TO W-IX-ACTUAL
               PERFORM MOVER-FILA-A-LINEA
               IF TF-ESTADO(IX-FP) NOT = 'R'
                   MOVE 'LIB.ERR.'    TO S-FAC-SITUACION
                   MOVE 'NO ESTA RETENIDA' TO S-FAC-MOTIVO
                   ADD 1 TO W-CNT-LIB-ERRONEAS
               ELSE
                   EVALUATE W-LIB-ACCION
                       WHEN 'A'
                           MOVE 'A' TO TF-ESTADO(IX-FP)
                           MOVE 'LIBERADA A MANO' TO TF-MOTIVO(IX-FP)
                           MOVE WFECHA-HOY TO TF-FECHA-ESTADO(IX-FP)
                           MOVE 'S' TO TF-APROBADA-HOY(IX-FP)
                           ADD 1 TO W-CNT-LIBERADAS
                           ADD TF-TOTAL(IX-FP) TO W-TOTAL-APROBADO
                           MOVE 'LIBERADA'  TO S-FAC-SITUACION
                           MOVE TF-MOTIVO(IX-FP) TO S-FAC-MOTIVO
                       WHEN 'B'
                           MOVE 'N' TO TF-ESTADO(IX-FP)
                           MOVE 'ANULADA POR COMPRAS' TO
                               TF-MOTIVO(IX-FP)
                           MOVE WFECHA-HOY TO TF-FECHA-ESTADO(IX-FP)
                           ADD 1 TO W-CNT-ANULADAS
                           MOVE 'ANULADA'   TO S-FAC-SITUACION
                           MOVE TF-MOTIVO(IX-FP) TO S-FAC-MOTIVO
                       WHEN OTHER
                           MOVE 'LIB.ERR.'  TO S-FAC-SITUACION
                           MOVE 'ACCION DESCONOCIDA' TO S-FAC-MOTIVO
                           ADD 1 TO W-CNT-LIB-ERRONEAS
                   END-EVALUATE
               END-IF
           END-IF
           WRITE REG-SALIDA FROM CAB-FAC-2 END-WRITE.

      * LAS RETENIDAS SE VUELVEN A CASAR CADA NOCHE: LA MERCANCIA
      * PUEDE HABER LLEGADO DESPUES QUE LA FACTURA.
       REVISAR-RETENIDAS.
           PERFORM VARYING IX-FP FROM 1 BY 1
                   UNTIL IX-FP > W-NUM-FACTURAS
               IF TF-ESTADO(IX-FP) = 'R'
                   SET W-IX-ACTUAL TO IX-FP
                   PERFORM CASAR-FACTURA
                   IF FACTURA-CASADA
                       ADD 1 TO W-CNT-APROBADAS
                       ADD TF-TOTAL(IX-FP) TO W-TOTAL-APROBADO
                       PERFORM MOVER-FILA-A-LINEA
                       MOVE 'APROBADA' TO S-FAC-SITUACION
                       MOVE 'CASA AL REVISAR' TO S-FAC-MOTIVO
                       WRITE REG-SALIDA FROM CAB-FAC-2 END-WRITE
                   END-IF
               END-IF
           END-PERFORM.

       TRATAR-FACTURAS.
           OPEN INPUT ENTRADA
           IF WS-FS-ENT NOT = '00'
               CLOSE ENTRADA
           ELSE
               MOVE 0 TO FE
               READ ENTRADA AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1 OR REGISTRO-DESBORDADO
                   ADD 1 TO W-CNT-LEIDOS
                   PERFORM TRATAR-FACTURA
                   READ ENTRADA AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE ENTRADA
           END-IF.

      * UNA FACTURA ILEGIBLE, DE PROVEEDOR DESCONOCIDO O CON UN
      * NUMERO YA REGISTRADO PARA ESE PROVEEDOR (APROBADA O
      * RETENIDA) SE RECHAZA Y NO ENTRA EN EL REGISTRO. LA QUE ENTRA
      * SE CASA CONTRA SU PEDIDO: APROBADA O RETENIDA CON SU MOTIVO.
       TRATAR-FACTURA.
           PERFORM DESTRIPAR-FACTURA
           MOVE W-FP-PROVEEDOR TO S-FAC-PROVEEDOR
           MOVE W-FP-FACTURA   TO S-FAC-FACTURA
           MOVE W-FP-PEDIDO    TO S-FAC-PEDIDO
           MOVE SPACES TO S-FAC-FECHA
           IF W-FP-FECHA IS NUMERIC
               STRING W-FP-FECHA(1:4) '/' W-FP-FECHA(5:2) '/'
                      W-FP-FECHA(7:2) DELIMITED BY SIZE
                   INTO S-FAC-FECHA
               END-STRING
           END-IF
           MOVE wkil-n TO S-FAC-KILOS
           MOVE wpre-n TO S-FAC-PRECIO
           MOVE 0      TO S-FAC-TOTAL
           IF W-MOTIVO = SPACES
               MOVE W-FP-PROVEEDOR TO PV-cod-proveedor
               READ PROVEEDORES
                   INVALID KEY
                       MOVE 'PROVEEDOR DESCONOC.' TO W-MOTIVO
               END-READ
           END-IF
           IF W-MOTIVO = SPACES
               MOVE W-FP-PROVEEDOR TO W-BUS-PROVEEDOR
               MOVE W-FP-FACTURA   TO W-BUS-FACTURA
               PERFORM BUSCAR-FACTURA
               IF ENCONTRADO-S
                   IF TF-ESTADO(W-IX-ACTUAL) NOT = 'N'
                       MOVE 'FACTURA DUPLICADA' TO W-MOTIVO
                   END-IF
               ELSE
                   IF W-NUM-FACTURAS < 5000
                       ADD 1 TO W-NUM-FACTURAS
                       MOVE W-NUM-FACTURAS TO W-IX-ACTUAL
                   ELSE
                       SET REGISTRO-DESBORDADO TO TRUE
                   END-IF
               END-IF
           END-IF
           IF W-MOTIVO NOT = SPACES
               PERFORM RECHAZAR
           ELSE
               IF NOT REGISTRO-DESBORDADO
                   PERFORM REGISTRAR-FACTURA
               END-IF
           END-IF.

       DESTRIPAR-FACTURA.
           MOVE SPACES TO DESTRIPAR W-FP-PEDIDO W-FP-IVA W-MOTIVO
           unstring REG-ENTRADA delimited by ';' into
               W-FP-PROVEEDOR W-FP-FACTURA W-FP-FECHA W-FP-PED-RAW
               W-FP-KILOS-RAW W-FP-PRECIO-RAW W-FP-IVA-RAW
           end-unstring
           unstring W-FP-PED-RAW delimited by ' ' into W-FP-PEDIDO
           end-unstring
           inspect W-FP-PEDIDO replacing all ' ' by '0'
           unstring W-FP-IVA-RAW delimited by ' ' into W-FP-IVA-X
           end-unstring
           inspect W-FP-IVA replacing all ' ' by '0'
           MOVE SPACES TO wkil-a W-KIL-ENTERO-RAW
           MOVE 0 TO W-LEN-KIL-ENTERO
           unstring W-FP-KILOS-RAW delimited by ',' or ' '
               into W-KIL-ENTERO-RAW COUNT IN W-LEN-KIL-ENTERO
                    wkil-d
           end-unstring
           IF W-LEN-KIL-ENTERO > 0 AND W-LEN-KIL-ENTERO <= 7
               MOVE W-KIL-ENTERO-RAW(1:W-LEN-KIL-ENTERO) TO wkil-e
           END-IF
           inspect wkil-a replacing all ' ' by '0'
           MOVE SPACES TO wpre-a W-PRE-ENTERO-RAW
           MOVE 0 TO W-LEN-PRE-ENTERO
           unstring W-FP-PRECIO-RAW delimited by ',' or ' '
               into W-PRE-ENTERO-RAW COUNT IN W-LEN-PRE-ENTERO
                    wpre-d
           end-unstring
           IF W-LEN-PRE-ENTERO > 0 AND W-LEN-PRE-ENTERO <= 5
               MOVE W-PRE-ENTERO-RAW(1:W-LEN-PRE-ENTERO) TO wpre-e
           END-IF
           inspect wpre-a replacing all ' ' by '0'
           IF W-FP-PROVEEDOR = SPACES OR W-FP-FACTURA = SPACES
               MOVE 'LINEA ILEGIBLE' TO W-MOTIVO
           END-IF
           IF W-MOTIVO = SPACES
               PERFORM VALIDAR-FECHA
               IF NOT FECHA-VALIDA
                   MOVE 'FECHA ERRONEA' TO W-MOTIVO
               END-IF
           END-IF
           IF W-MOTIVO = SPACES
               IF W-FP-PEDIDO NOT NUMERIC OR W-FP-PED-RAW = SPACES
                   MOVE 'PEDIDO ERRONEO' TO W-MOTIVO
               END-IF
           END-IF
           IF W-MOTIVO = SPACES
               IF wkil-e NOT NUMERIC OR wkil-d NOT NUMERIC
                  OR W-LEN-KIL-ENTERO > 7
                   MOVE 'KILOS ERRONEOS' TO W-MOTIVO
               ELSE
                   IF wkil-n = 0
                       MOVE 'KILOS ERRONEOS' TO W-MOTIVO
                   END-IF
               END-IF
           END-IF
           IF W-MOTIVO = SPACES
               IF wpre-e NOT NUMERIC OR wpre-d NOT NUMERIC
                  OR W-LEN-PRE-ENTERO > 5
                   MOVE 'PRECIO ERRONEO' TO W-MOTIVO
               ELSE
                   IF wpre-n = 0
                       MOVE 'PRECIO ERRONEO' TO W-MOTIVO
                   END-IF
               END-IF
           END-IF
           IF W-MOTIVO = SPACES
               IF W-FP-IVA-N NOT NUMERIC OR W-FP-IVA-RAW = SPACES
                   MOVE 'IVA ERRONEO' TO W-MOTIVO
               END-IF
           END-IF
           IF W-MOTIVO NOT = SPACES
               MOVE 0 TO wkil-n wpre-n
           END-IF.

       VALIDAR-FECHA.
           MOVE 'N' TO W-FECHA-OK
           IF W-FP-FECHA IS NUMERIC
               MOVE W-FP-FECHA-N TO W-FD-N
               IF W-FD-MM > 0 AND W-FD-MM < 13 AND W-FD-DD > 0
                   PERFORM CALCULAR-DIAS-MES
                   IF W-FD-DD NOT > W-DIAS-MES
                       MOVE 'S' TO W-FECHA-OK
                   END-IF
               END-IF
           END-IF.

       REGISTRAR-FACTURA.
           SET IX-FP TO W-IX-ACTUAL
           MOVE W-FP-PROVEEDOR TO TF-PROVEEDOR(IX-FP)
           MOVE W-FP-FACTURA   TO TF-FACTURA(IX-FP)
           MOVE W-FP-FECHA-N   TO TF-FECHA(IX-FP)
           MOVE W-FP-PEDIDO    TO TF-PEDIDO(IX-FP)
           MOVE wkil-n         TO TF-KILOS(IX-FP)
           MOVE wpre-n         TO TF-PRECIO(IX-FP)
           MOVE W-FP-IVA-N     TO TF-TIPO-IVA(IX-FP)
           COMPUTE TF-BASE(IX-FP) ROUNDED = wkil-n * wpre-n
           COMPUTE TF-CUOTA(IX-FP) ROUNDED =
               TF-BASE(IX-FP) * W-FP-IVA-N / 100
           COMPUTE TF-TOTAL(IX-FP) = TF-BASE(IX-FP) + TF-CUOTA(IX-FP)
           MOVE SPACES         TO TF-MOTIVO(IX-FP)
           MOVE WFECHA-HOY     TO TF-FECHA-ALTA(IX-FP)
           MOVE WFECHA-HOY     TO TF-FECHA-ESTADO(IX-FP)
           MOVE 'N'            TO TF-APROBADA-HOY(IX-FP)
           MOVE 'R'            TO TF-ESTADO(IX-FP)
           PERFORM CASAR-FACTURA
           MOVE TF-TOTAL(IX-FP) TO S-FAC-TOTAL
           IF FACTURA-CASADA
               ADD 1 TO W-CNT-APROBADAS
               ADD TF-TOTAL(IX-FP) TO W-TOTAL-APROBADO
               MOVE 'APROBADA' TO S-FAC-SITUACION
               MOVE SPACES     TO S-FAC-MOTIVO
           ELSE
               ADD 1 TO W-CNT-RETENIDAS
               MOVE 'RETENIDA' TO S-FAC-SITUACION
               MOVE TF-MOTIVO(IX-FP) TO S-FAC-MOTIVO
           END-IF
           WRITE REG-SALIDA FROM CAB-FAC-2 END-WRITE.

      * CASACION A TRES BANDAS DE LA FILA W-IX-ACTUAL: EL PEDIDO
      * EXISTE Y ES DE ESE PROVEEDOR, LOS KILOS FACTURADOS (CON LOS
      * DE LAS FACTURAS YA APROBADAS DEL MISMO PEDIDO) NO PASAN DE LO
      * RECIBIDO MAS LA TOLERANCIA, Y EL PRECIO CUADRA CON EL COSTE
      * DEL PEDIDO DENTRO DE LA TOLERANCIA. SI CASA QUEDA APROBADA;
      * SI NO, RETENIDA CON EL MOTIVO.
       CASAR-FACTURA.
           SET IX-FP TO W-IX-ACTUAL
           MOVE 'N' TO W-CASADA
           MOVE SPACES TO W-MOTIVO
           MOVE 0 TO W-RECIBIDO-PED W-COSTE-PED
           MOVE TF-PEDIDO(IX-FP) TO PED-NUMERO
           READ PEDIDOS
               INVALID KEY
                   MOVE 'PEDIDO DESCONOCIDO' TO W-MOTIVO
           END-READ
           IF W-MOTIVO = SPACES
               MOVE PED-RECIBIDO TO W-RECIBIDO-PED
               IF PED-COSTE NUMERIC
                   MOVE PED-COSTE TO W-COSTE-PED
               END-IF
               IF PED-proveedor NOT = TF-PROVEEDOR(IX-FP)
                   MOVE 'PEDIDO DE OTRO PROV.' TO W-MOTIVO
               END-IF
           END-IF
           IF W-MOTIVO = SPACES
               MOVE 0 TO W-FACTURADO
               PERFORM VARYING IX-SUM FROM 1 BY 1
                       UNTIL IX-SUM > W-NUM-FACTURAS
                   IF TF-ESTADO(IX-SUM) = 'A' AND
                      TF-PEDIDO(IX-SUM) = TF-PEDIDO(IX-FP)
                       ADD TF-KILOS(IX-SUM) TO W-FACTURADO
                   END-IF
               END-PERFORM
               ADD TF-KILOS(IX-FP) TO W-FACTURADO
               COMPUTE W-MAX-KILOS ROUNDED =
                   W-RECIBIDO-PED * (100 + W-TOL-CANTIDAD) / 100
               IF W-RECIBIDO-PED = 0
                   MOVE 'SIN RECEPCION' TO W-MOTIVO
               ELSE
                   IF W-FACTURADO > W-MAX-KILOS
                       MOVE 'KILOS NO RECIBIDOS' TO W-MOTIVO
                   END-IF
               END-IF
           END-IF
           IF W-MOTIVO = SPACES
               IF W-COSTE-PED = 0
                   MOVE 'PEDIDO SIN COSTE' TO W-MOTIVO
               ELSE
                   IF TF-PRECIO(IX-FP) > W-COSTE-PED
                       COMPUTE W-DIF-PRECIO =
                           TF-PRECIO(IX-FP) - W-COSTE-PED
                   ELSE
                       COMPUTE W-DIF-PRECIO =
                           W-COSTE-PED - TF-PRECIO(IX-FP)
                   END-IF
                   IF W-DIF-PRECIO * 100 > W-COSTE-PED * W-TOL-PRECIO
                       MOVE 'PRECIO FUERA TOLER.' TO W-MOTIVO
                   END-IF
               END-IF
           END-IF
           IF W-MOTIVO = SPACES
               MOVE 'S' TO W-CASADA
               MOVE 'A' TO TF-ESTADO(IX-FP)
               MOVE SPACES TO TF-MOTIVO(IX-FP)
               MOVE WFECHA-HOY TO TF-FECHA-ESTADO(IX-FP)
               MOVE 'S' TO TF-APROBADA-HOY(IX-FP)
           ELSE
               MOVE W-MOTIVO TO TF-MOTIVO(IX-FP)
           END-IF.

       BUSCAR-FACTURA.
           MOVE 'N' TO W-ENCONTRADO
           MOVE 0 TO W-IX-ACTUAL
           PERFORM VARYING IX-FP FROM 1 BY 1
                   UNTIL IX-FP > W-NUM-FACTURAS OR ENCONTRADO-S
               IF TF-PROVEEDOR(IX-FP) = W-BUS-PROVEEDOR AND
                  TF-FACTURA(IX-FP)   = W-BUS-FACTURA
                   MOVE 'S' TO W-ENCONTRADO
                   SET W-IX-ACTUAL TO IX-FP
               END-IF
           END-PERFORM.

       MOVER-FILA-A-LINEA.
           MOVE TF-PROVEEDOR(IX-FP) TO S-FAC-PROVEEDOR
           MOVE TF-FACTURA(IX-FP)   TO S-FAC-FACTURA
           MOVE TF-PEDIDO(IX-FP)    TO S-FAC-PEDIDO
           MOVE SPACES TO S-FAC-FECHA
           STRING TF-FECHA(IX-FP)(1:4) '/' TF-FECHA(IX-FP)(5:2) '/'
                  TF-FECHA(IX-FP)(7:2) DELIMITED BY SIZE
               INTO S-FAC-FECHA
           END-STRING
           MOVE TF-KILOS(IX-FP)     TO S-FAC-KILOS
           MOVE TF-PRECIO(IX-FP)    TO S-FAC-PRECIO
           MOVE TF-TOTAL(IX-FP)     TO S-FAC-TOTAL.

       RECHAZAR.
           ADD 1 TO W-CNT-RECHAZADAS
           MOVE SPACES     TO REG-RECHAZO
           MOVE REG-ENTRADA TO REG-RECHAZO-LINEA
           MOVE W-MOTIVO   TO REG-RECHAZO-MOTIVO
           WRITE REG-RECHAZO
           MOVE 'RECHAZADA' TO S-FAC-SITUACION
           MOVE W-MOTIVO    TO S-FAC-MOTIVO
           WRITE REG-SALIDA FROM CAB-FAC-2 END-WRITE.

      * CADA FACTURA APROBADA ESTA NOCHE ENTRA EN CARTERA CON SU
      * VENCIMIENTO: FECHA DE FACTURA MAS EL PLAZO DE PAGO DEL
      * PROVEEDOR (60 DIAS SI EL MAESTRO NO LO TRAE).
       ANOTAR-CARTERA.
           PERFORM VARYING IX-FP FROM 1 BY 1
                   UNTIL IX-FP > W-NUM-FACTURAS
               IF TF-APROBADA-HOY(IX-FP) = 'S'
                   PERFORM ANOTAR-UNA-FACTURA
               END-IF
           END-PERFORM.

       ANOTAR-UNA-FACTURA.
           MOVE 'N' TO W-ENCONTRADO
           PERFORM VARYING IX-CAR FROM 1 BY 1
                   UNTIL IX-CAR > W-NUM-CARTERA OR ENCONTRADO-S
               IF TC-PROVEEDOR(IX-CAR) = TF-PROVEEDOR(IX-FP) AND
                  TC-FACTURA(IX-CAR)   = TF-FACTURA(IX-FP)
                   MOVE 'S' TO W-ENCONTRADO
               END-IF
           END-PERFORM
           IF NOT ENCONTRADO-S
               IF W-NUM-CARTERA < 5000
                   ADD 1 TO W-NUM-CARTERA
                   SET IX-CAR TO W-NUM-CARTERA
                   MOVE 0 TO PV-plazo-pago
                   MOVE TF-PROVEEDOR(IX-FP) TO PV-cod-proveedor
                   READ PROVEEDORES
                       INVALID KEY
                           MOVE 0 TO PV-plazo-pago
                   END-READ
                   MOVE TF-FECHA(IX-FP) TO W-FD-N
                   IF PV-plazo-pago NUMERIC AND PV-plazo-pago > 0
                       MOVE PV-plazo-pago TO W-DIAS-SUMAR
                   ELSE
                       MOVE W-PLAZO-DEFECTO TO W-DIAS-SUMAR
                   END-IF
                   PERFORM SUMAR-DIAS
                   MOVE TF-PROVEEDOR(IX-FP) TO TC-PROVEEDOR(IX-CAR)
                   MOVE TF-FACTURA(IX-FP)   TO TC-FACTURA(IX-CAR)
                   MOVE TF-FECHA(IX-FP)     TO TC-FECHA-FACTURA(IX-CAR)
                   MOVE W-FD-N              TO TC-VENCIMIENTO(IX-CAR)
                   MOVE TF-PEDIDO(IX-FP)    TO TC-PEDIDO(IX-CAR)
                   MOVE TF-BASE(IX-FP)      TO TC-BASE(IX-CAR)
                   MOVE TF-CUOTA(IX-FP)     TO TC-CUOTA(IX-CAR)
                   MOVE TF-TOTAL(IX-FP)     TO TC-IMPORTE(IX-CAR)
                   MOVE 0                   TO TC-PAGADO(IX-CAR)
                   MOVE 0                   TO TC-FECHA-PAGO(IX-CAR)
                   MOVE SPACES              TO TC-REFERENCIA(IX-CAR)
                   MOVE 'P'                 TO TC-ESTADO(IX-CAR)
               ELSE
                   SET CARTERA-DESBORDADA TO TRUE
               END-IF
           END-IF.

      * CON LA CARTERA DESBORDADA NO SE GRABA NI LA CARTERA NI EL
      * REGISTRO: EL RELANZAMIENTO, CON MAS TABLA, LO REHACE TODO.
       GRABAR-CARTERA.
           IF CARTERA-DESBORDADA
               DISPLAY 'FACTPROV CARTERA DESBORDADA: '
                   'NO SE REGRABA'
               MOVE 8 TO RETURN-CODE
               CLOSE PROVEEDORES PEDIDOS SALIDA EXCEPCIONES RECHAZOS
               STOP RUN
           END-IF
           OPEN OUTPUT CARTERA
           PERFORM VARYING IX-CAR FROM 1 BY 1
                   UNTIL IX-CAR > W-NUM-CARTERA
               MOVE SPACES TO REG-CARTERA
               MOVE TC-PROVEEDOR(IX-CAR)     TO CP-proveedor
               MOVE TC-FACTURA(IX-CAR)       TO CP-factura
               MOVE TC-FECHA-FACTURA(IX-CAR) TO CP-fecha-factura
               MOVE TC-VENCIMIENTO(IX-CAR)   TO CP-fecha-vencimiento
               MOVE TC-PEDIDO(IX-CAR)        TO CP-pedido
               MOVE TC-BASE(IX-CAR)          TO CP-base
               MOVE TC-CUOTA(IX-CAR)         TO CP-cuota
               MOVE TC-IMPORTE(IX-CAR)       TO CP-importe
               MOVE TC-PAGADO(IX-CAR)        TO CP-pagado
               MOVE TC-FECHA-PAGO(IX-CAR)    TO CP-fecha-pago
               MOVE TC-REFERENCIA(IX-CAR)    TO CP-referencia
               MOVE TC-ESTADO(IX-CAR)        TO CP-estado
               WRITE REG-CARTERA
           END-PERFORM
           CLOSE CARTERA.

       GRABAR-REGISTRO.
           OPEN OUTPUT REGISTRO
           PERFORM VARYING IX-FP FROM 1 BY 1
                   UNTIL IX-FP > W-NUM-FACTURAS
               IF TF-ESTADO(IX-FP) NOT = 'R' AND
                  TF-FECHA(IX-FP)(1:4) < W-ANO-PODA
                   ADD 1 TO W-CNT-PODADAS
               ELSE
                   MOVE SPACES TO REG-FACTPROV
                   MOVE TF-PROVEEDOR(IX-FP)    TO FP-proveedor
                   MOVE TF-FACTURA(IX-FP)      TO FP-factura
                   MOVE TF-FECHA(IX-FP)        TO FP-fecha
                   MOVE TF-PEDIDO(IX-FP)       TO FP-pedido
                   MOVE TF-KILOS(IX-FP)        TO FP-kilos
                   MOVE TF-PRECIO(IX-FP)       TO FP-precio
                   MOVE TF-TIPO-IVA(IX-FP)     TO FP-tipo-iva
                   MOVE TF-BASE(IX-FP)         TO FP-base
                   MOVE TF-CUOTA(IX-FP)        TO FP-cuota
                   MOVE TF-TOTAL(IX-FP)        TO FP-total
                   MOVE TF-ESTADO(IX-FP)       TO FP-estado
                   MOVE TF-MOTIVO(IX-FP)       TO FP-motivo
                   MOVE TF-FECHA-ALTA(IX-FP)   TO FP-fecha-alta
                   MOVE TF-FECHA-ESTADO(IX-FP) TO FP-fecha-estado
                   WRITE REG-FACTPROV
               END-IF
           END-PERFORM
           CLOSE REGISTRO.

      * LISTA DE TRABAJO DE COMPRAS: TODAS LAS RETENIDAS, NUEVAS O
      * ANTIGUAS, CON LO FACTURADO FRENTE A LO RECIBIDO Y EL PRECIO
      * FRENTE AL COSTE DEL PEDIDO.
       LISTAR-RETENIDAS.
           MOVE 0 TO W-CNT-PENDIENTES
           PERFORM VARYING IX-FP FROM 1 BY 1
                   UNTIL IX-FP > W-NUM-FACTURAS
               IF TF-ESTADO(IX-FP) = 'R'
                   ADD 1 TO W-CNT-PENDIENTES
                   MOVE 0 TO W-RECIBIDO-PED W-COSTE-PED
                   MOVE TF-PEDIDO(IX-FP) TO PED-NUMERO
                   READ PEDIDOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PED-RECIBIDO TO W-RECIBIDO-PED
                           IF PED-COSTE NUMERIC
                               MOVE PED-COSTE TO W-COSTE-PED
                           END-IF
                   END-READ
                   MOVE TF-PROVEEDOR(IX-FP) TO S-EXC-PROVEEDOR
                   MOVE TF-FACTURA(IX-FP)   TO S-EXC-FACTURA
                   MOVE TF-PEDIDO(IX-FP)    TO S-EXC-PEDIDO
                   MOVE SPACES TO S-EXC-FECHA S-EXC-DESDE
                   STRING TF-FECHA(IX-FP)(1:4) '/'
                          TF-FECHA(IX-FP)(5:2) '/'
                          TF-FECHA(IX-FP)(7:2) DELIMITED BY SIZE
                       INTO S-EXC-FECHA
                   END-STRING
                   STRING TF-FECHA-ALTA(IX-FP)(1:4) '/'
                          TF-FECHA-ALTA(IX-FP)(5:2) '/'
                          TF-FECHA-ALTA(IX-FP)(7:2) DELIMITED BY SIZE
                       INTO S-EXC-DESDE
                   END-STRING
                   MOVE TF-KILOS(IX-FP)  TO S-EXC-KILOS
                   MOVE W-RECIBIDO-PED   TO S-EXC-RECIBIDO
                   MOVE TF-PRECIO(IX-FP) TO S-EXC-PRECIO
                   MOVE W-COSTE-PED      TO S-EXC-COSTE
                   MOVE TF-MOTIVO(IX-FP) TO S-EXC-MOTIVO
                   WRITE REG-EXCEPCION FROM CAB-EXC-3 END-WRITE
               END-IF
           END-PERFORM
           MOVE W-CNT-PENDIENTES   TO S-CNT-PENDIENTES
           MOVE W-CNT-LIB-ERRONEAS TO S-CNT-LIB-ERR
           WRITE REG-EXCEPCION FROM CAB-EXC-9 END-WRITE.

       SOLTAR-PENDIENTES.
           PERFORM VARYING IX-CAR FROM 1 BY 1
                   UNTIL IX-CAR > W-NUM-CARTERA
               IF TC-ESTADO(IX-CAR) = 'P'
                   MOVE TC-PROVEEDOR(IX-CAR)     TO OP-proveedor
                   MOVE TC-VENCIMIENTO(IX-CAR)   TO OP-fecha-vencimiento
                   MOVE TC-FACTURA(IX-CAR)       TO OP-factura
                   MOVE TC-FECHA-FACTURA(IX-CAR) TO OP-fecha-factura
                   MOVE TC-IMPORTE(IX-CAR)       TO OP-importe
                   MOVE TC-PAGADO(IX-CAR)        TO OP-pagado
                   RELEASE REG-ORDCP
               END-IF
           END-PERFORM.

       IMPRIMIR-CARTERA.
           MOVE 0 TO FE-SRT
           MOVE SPACES TO W-PROV-ANT
           MOVE 'N' TO W-HAY-GRUPO
           PERFORM UNTIL FE-SRT = 1
               RETURN ORDCP
                   AT END MOVE 1 TO FE-SRT
               END-RETURN
               IF FE-SRT = 0
                   IF HAY-PROVEEDOR-ABIERTO AND
                      OP-proveedor NOT = W-PROV-ANT
                       PERFORM CERRAR-PROVEEDOR
                   END-IF
                   IF NOT HAY-PROVEEDOR-ABIERTO
                       PERFORM EMPEZAR-PROVEEDOR
                   END-IF
                   PERFORM TRATAR-PARTIDA
               END-IF
           END-PERFORM
           IF HAY-PROVEEDOR-ABIERTO
               PERFORM CERRAR-PROVEEDOR
           END-IF.

       EMPEZAR-PROVEEDOR.
           MOVE OP-proveedor TO W-PROV-ANT
           MOVE 'S' TO W-HAY-GRUPO
           MOVE 0 TO W-PRV-IMPORTE W-PRV-PAGADO W-PRV-PENDIENTE
                     W-PRV-VENCIDO
           MOVE 'DESCONOCIDO' TO PV-nombre
           MOVE SPACES        TO PV-poblacion PV-iban
           MOVE OP-proveedor  TO PV-cod-proveedor
           READ PROVEEDORES
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE OP-proveedor  TO S-CAR-PROVEEDOR
           MOVE PV-nombre     TO S-CAR-NOMBRE
           MOVE PV-poblacion  TO S-CAR-POBLACION
           IF PV-iban = SPACES
               MOVE 'SIN IBAN'  TO S-CAR-AVISO
           ELSE
               MOVE SPACES      TO S-CAR-AVISO
           END-IF
           WRITE REG-SALIDA FROM CAB-CAR-2 END-WRITE
           WRITE REG-SALIDA FROM CAB-CAR-3 END-WRITE.

       TRATAR-PARTIDA.
           COMPUTE W-PENDIENTE = OP-importe - OP-pagado
           MOVE OP-fecha-vencimiento TO W-FD-N
           PERFORM CALCULAR-DIA-ABSOLUTO
           COMPUTE W-DIAS-VENCIDA = W-DIA-HOY - W-DIA-ABS
           MOVE OP-factura TO S-CAR-FACTURA
           MOVE SPACES TO S-CAR-FECHA S-CAR-VENCE
           STRING OP-fecha-factura(1:4) '/'
                  OP-fecha-factura(5:2) '/'
                  OP-fecha-factura(7:2) DELIMITED BY SIZE
               INTO S-CAR-FECHA
           END-STRING
           STRING OP-fecha-vencimiento(1:4) '/'
                  OP-fecha-vencimiento(5:2) '/'
                  OP-fecha-vencimiento(7:2) DELIMITED BY SIZE
               INTO S-CAR-VENCE
           END-STRING
           MOVE OP-importe  TO S-CAR-IMPORTE
           MOVE OP-pagado   TO S-CAR-PAGADO
           MOVE W-PENDIENTE TO S-CAR-PENDIENTE
           IF W-DIAS-VENCIDA > 0
               MOVE W-DIAS-VENCIDA TO S-CAR-DIAS
               ADD W-PENDIENTE TO W-PRV-VENCIDO W-GEN-VENCIDO
           ELSE
               MOVE 0 TO S-CAR-DIAS
           END-IF
           WRITE REG-SALIDA FROM CAB-CAR-4 END-WRITE
           ADD OP-importe  TO W-PRV-IMPORTE
           ADD OP-pagado   TO W-PRV-PAGADO
           ADD W-PENDIENTE TO W-PRV-PENDIENTE W-GEN-PENDIENTE.

       CERRAR-PROVEEDOR.
           MOVE W-PRV-IMPORTE   TO S-CAR-TOT-IMPORTE
           MOVE W-PRV-PAGADO    TO S-CAR-TOT-PAGADO
           MOVE W-PRV-PENDIENTE TO S-CAR-TOT-PENDIENTE
           MOVE W-PRV-VENCIDO   TO S-CAR-TOT-VENCIDO
           WRITE REG-SALIDA FROM CAB-CAR-5 END-WRITE
           MOVE 'N' TO W-HAY-GRUPO.

      * DIA ABSOLUTO DE W-FD (DIAS DESDE EL 01/01/0001).
       CALCULAR-DIA-ABSOLUTO.
           COMPUTE W-ANO-ANT = W-FD-AAAA - 1
           DIVIDE W-ANO-ANT BY 4 GIVING W-DIV-4
           DIVIDE W-ANO-ANT BY 100 GIVING W-DIV-100
           DIVIDE W-ANO-ANT BY 400 GIVING W-DIV-400
           COMPUTE W-DIA-ABS = W-ANO-ANT * 365 + W-DIV-4
                             - W-DIV-100 + W-DIV-400
                             + W-ACUM-MES-T(W-FD-MM) + W-FD-DD
           IF W-FD-MM > 2
               MOVE W-FD-MM TO W-MES-GUARDA
               MOVE 2 TO W-FD-MM
               PERFORM CALCULAR-DIAS-MES
               IF W-DIAS-MES = 29
                   ADD 1 TO W-DIA-ABS
               END-IF
               MOVE W-MES-GUARDA TO W-FD-MM
           END-IF.

       CALCULAR-DIAS-MES.
           MOVE W-DIAS-MES-T(W-FD-MM) TO W-DIAS-MES
           IF W-FD-MM = 2
               DIVIDE W-FD-AAAA BY 4
                   GIVING W-BIS-COCIENTE REMAINDER W-BIS-RESTO4
               DIVIDE W-FD-AAAA BY 100
                   GIVING W-BIS-COCIENTE REMAINDER W-BIS-RESTO100
               DIVIDE W-FD-AAAA BY 400
                   GIVING W-BIS-COCIENTE REMAINDER W-BIS-RESTO400
               IF W-BIS-RESTO4 = 0 AND
                  (W-BIS-RESTO100 NOT = 0 OR W-BIS-RESTO400 = 0)
                   MOVE 29 TO W-DIAS-MES
               END-IF
           END-IF.

      * SUMA W-DIAS-SUMAR DIAS A W-FD, MES A MES.
       SUMAR-DIAS.
           PERFORM UNTIL W-DIAS-SUMAR = 0
               PERFORM CALCULAR-DIAS-MES
               COMPUTE W-DIAS-RESTO-MES = W-DIAS-MES - W-FD-DD
               IF W-DIAS-SUMAR > W-DIAS-RESTO-MES
                   COMPUTE W-DIAS-SUMAR =
                       W-DIAS-SUMAR - W-DIAS-RESTO-MES - 1
                   MOVE 1 TO W-FD-DD
                   IF W-FD-MM = 12
                       MOVE 1 TO W-FD-MM
                       ADD 1 TO W-FD-AAAA
                   ELSE
                       ADD 1 TO W-FD-MM
                   END-IF
               ELSE
                   ADD W-DIAS-SUMAR TO W-FD-DD
                   MOVE 0 TO W-DIAS-SUMAR
               END-IF
           END-PERFORM.

       GRABAR-AUDITORIA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WHORA-HOY  FROM TIME
           OPEN EXTEND AUDITORIA
           IF WS-FS-AUD NOT = '00'
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES            TO REG-AUDITORIA
           MOVE 'FACTPROV'        TO AUD-PROGRAMA
           MOVE WFECHA-HOY        TO AUD-FECHA
           MOVE WHORA-HOY         TO AUD-HORA
           MOVE W-CNT-LEIDOS      TO AUD-LEIDOS
           MOVE W-CNT-APROBADAS   TO AUD-ESCRITOS
           MOVE W-CNT-RECHAZADAS  TO AUD-RECHAZADOS
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.

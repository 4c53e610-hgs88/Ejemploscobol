       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBROS.
       AUTHOR. J.GAYAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT entrada ASSIGN TO 'NAT-cobros.txt'
           organization is line sequential
           FILE STATUS IS WS-FS-COB.
           SELECT registro ASSIGN TO 'NAT-facturas.reg'
           organization is line sequential
           FILE STATUS IS WS-FS-REG.
           SELECT cartera ASSIGN TO 'NAT-cartera'
           organization is line sequential
           FILE STATUS IS WS-FS-CAR.
           SELECT historia ASSIGN TO 'NAT-cobros.his'
           organization is line sequential
           FILE STATUS IS WS-FS-HIS.
           SELECT parametros ASSIGN TO 'NAT-cobros.par'
           organization is line sequential
           FILE STATUS IS WS-FS-PAR.
           SELECT clientes ASSIGN TO 'NAT-clientes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS C-cod-cliente
           FILE STATUS IS WS-FS-CLIENTES.
           SELECT ordcar ASSIGN TO 'NAT-cobros.srt'.
           SELECT salida  ASSIGN TO 'NAT-salida-cobros'
           organization is line  sequential.
           SELECT excepciones ASSIGN TO 'NAT-salida-cobros.exc'
           organization is line  sequential.
           SELECT antiguedad ASSIGN TO 'NAT-salida-antiguedad'
           organization is line  sequential.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
           organization is line sequential
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 60 CHARACTERS
           DATA RECORD IS REG-COBRO.
       01  REG-COBRO         PIC X(60).
       FD  REGISTRO
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 94 CHARACTERS
           DATA RECORD IS REG-REGISTRO.
       01  REG-REGISTRO.
           03 FR-numero         PIC 9(8).
           03 FR-cod-cliente    PIC X(4).
           03 FR-fecha-emision  PIC 9(8).
           03 FR-cod-vendedor   PIC X(4).
           03 FR-cod-producto   PIC XX.
           03 FR-fecha-venta    PIC X(8).
           03 FR-kilos          PIC X(6).
           03 FR-valor          PIC X(11).
           03 FR-cuota          PIC X(11).
           03 FR-total          PIC X(11).
           03 FR-total-N REDEFINES FR-total PIC 9(9)V99.
           03 FR-tipo-mov       PIC X.
           03 FR-delegacion     PIC X(3).
           03 FR-serie          PIC X.
           03 FR-factura-origen PIC 9(8).
           03 FR-fecha-origen   PIC X(8).
      * CARTERA DE COBRO: UNA FILA POR FACTURA EMITIDA (SERIE 'F')
      * O RECTIFICATIVA ('R', IMPORTE NEGATIVO), CON LO COBRADO O
      * COMPENSADO HASTA HOY. ESTADO 'P' PENDIENTE, 'C' SALDADA.
       FD  CARTERA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 93 CHARACTERS
           DATA RECORD IS REG-CARTERA.
       01  REG-CARTERA.
           03 CA-serie             PIC X.
           03 CA-numero            PIC 9(8).
           03 CA-cod-cliente       PIC X(4).
           03 CA-cod-vendedor      PIC X(4).
           03 CA-delegacion        PIC X(3).
           03 CA-fecha-emision     PIC 9(8).
           03 CA-fecha-vencimiento PIC 9(8).
           03 CA-importe           PIC S9(9)V99 SIGN LEADING SEPARATE.
           03 CA-cobrado           PIC S9(9)V99 SIGN LEADING SEPARATE.
           03 CA-fecha-cobro       PIC 9(8).
           03 CA-ultima-ref        PIC X(16).
           03 CA-estado            PIC X.
           03 CA-factura-origen    PIC 9(8).
      * HISTORIA DE COBROS APLICADOS (LA LEE EL EXTRACTO MENSUAL).
       FD  HISTORIA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 55 CHARACTERS
           DATA RECORD IS REG-HISTORIA.
       01  REG-HISTORIA.
           03 CH-fecha-proceso  PIC 9(8).
           03 CH-cod-cliente    PIC X(4).
           03 CH-numero         PIC 9(8).
           03 CH-fecha-cobro    PIC 9(8).
           03 CH-importe        PIC 9(9)V99.
           03 CH-referencia     PIC X(16).
       FD  PARAMETROS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 3 CHARACTERS
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS.
           03 PAR-PLAZO         PIC X(3).
       FD  CLIENTES
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 47 CHARACTERS
           DATA RECORD IS REG-CLIENTE.
       01  REG-CLIENTE.
           03 C-cod-cliente  PIC X(4).
           03 C-nombre       PIC X(20).
           03 C-poblacion    PIC X(10).
           03 C-cod-vendedor PIC X(4).
           03 C-nif          PIC X(9).
       SD  ORDCAR
           DATA RECORD IS REG-ORDCAR.
       01  REG-ORDCAR.
           03 OC-cod-cliente       PIC X(4).
           03 OC-serie             PIC X.
           03 OC-numero            PIC 9(8).
           03 OC-cod-vendedor      PIC X(4).
           03 OC-delegacion        PIC X(3).
           03 OC-fecha-emision     PIC 9(8).
           03 OC-fecha-vencimiento PIC 9(8).
           03 OC-importe           PIC S9(9)V99.
           03 OC-cobrado           PIC S9(9)V99.
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
       FD  ANTIGUEDAD
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 132 CHARACTERS
           DATA RECORD IS REG-ANTIGUEDAD.
       01  reg-antiguedad    pic x(132).
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
       01  WS-FS-COB           PIC XX.
       01  WS-FS-REG           PIC XX.
       01  WS-FS-CAR           PIC XX.
       01  WS-FS-HIS           PIC XX.
       01  WS-FS-PAR           PIC XX.
       01  WS-FS-CLIENTES      PIC XX.
       01  WS-FS-AUD           PIC XX.
      * PLAZO DE PAGO EN DIAS DESDE LA EMISION (NAT-COBROS.PAR,
      * TRES DIGITOS); SIN PARAMETRO SE VENCE A 30 DIAS.
       77  W-PLAZO             PIC 9(3) VALUE 30.
      * CARTERA EN MEMORIA: SE CARGA, SE INCORPORAN LAS FACTURAS
      * NUEVAS DEL REGISTRO, SE APLICAN LOS COBROS Y SE REGRABA
      * ENTERA. LAS FACTURAS COBRADAS SE CONSERVAN MIENTRAS SIGAN
      * EN NAT-FACTURAS.REG (SI NO, LA SIGUIENTE NOCHE VOLVERIAN A
      * ENTRAR COMO NUEVAS); CUANDO EL CIERRE DE PERIODO PODA SU
      * MES DEL REGISTRO, SALEN TAMBIEN DE LA CARTERA. SI LA TABLA
      * SE DESBORDA NO SE APLICA NADA NI SE REGRABA: RC=8.
       01  TABLA-CARTERA.
           03 TC-FILA OCCURS 5000 TIMES INDEXED BY IX-CAR IX-REC.
              05 TC-SERIE          PIC X.
              05 TC-NUMERO         PIC 9(8).
              05 TC-CLIENTE        PIC X(4).
              05 TC-VENDEDOR       PIC X(4).
              05 TC-DELEGACION     PIC X(3).
              05 TC-EMISION        PIC 9(8).
              05 TC-VENCIMIENTO    PIC 9(8).
              05 TC-IMPORTE        PIC S9(9)V99.
              05 TC-COBRADO        PIC S9(9)V99.
              05 TC-FECHA-COBRO    PIC 9(8).
              05 TC-ULT-REF        PIC X(16).
              05 TC-ESTADO         PIC X.
              05 TC-ORIGEN         PIC 9(8).
              05 TC-VISTA          PIC X.
              05 TC-NUEVA          PIC X.
       77  W-NUM-CARTERA       PIC 9(5) COMP VALUE 0.
       77  W-IX-ACTUAL         PIC 9(5) COMP VALUE 0.
       01  W-CAR-DESBORDE      PIC X VALUE 'N'.
           88 CARTERA-DESBORDADA     VALUE 'S'.
       01  W-BUS-SERIE         PIC X.
       01  W-BUS-NUMERO        PIC 9(8).
       01  W-COMPENSADO        PIC S9(9)V99 VALUE 0.
       01  W-CREDITO           PIC S9(9)V99 VALUE 0.
       77  W-IX-ORIGEN         PIC 9(5) COMP VALUE 0.
       77  W-CNT-COMPENSADAS   PIC 9(7) VALUE 0.
      * LINEA DE COBRO: CLIENTE;FACTURA;AAAAMMDD;IMPORTE;REFERENCIA
       01  DESTRIPAR.
           03 W-COB-CLIENTE   PIC X(4).
           03 W-COB-FACTURA   PIC X(8).
           03 W-COB-FACTURA-N REDEFINES W-COB-FACTURA PIC 9(8).
           03 W-COB-FECHA     PIC X(8).
           03 W-COB-FECHA-N REDEFINES W-COB-FECHA PIC 9(8).
           03 W-COB-IMP-RAW   PIC X(12).
           03 W-COB-REF       PIC X(16).
       01  wimp-a.
           03 wimp-e    PIC X(9) JUSTIFIED RIGHT.
           03 wimp-d    PIC XX.
       01  wimp-n REDEFINES wimp-a PIC 9(9)V99.
       01  W-PENDIENTE         PIC S9(9)V99 VALUE 0.
       01  W-APLICADO          PIC 9(9)V99 VALUE 0.
       01  W-EXCESO            PIC 9(9)V99 VALUE 0.
       01  W-SITUACION         PIC X(20).
       01  W-MOTIVO            PIC X(20).
       01  W-IMPORTE-LIN       PIC S9(9)V99 VALUE 0.
      * FECHAS: DIA ABSOLUTO PARA RESTAR FECHAS Y SUMA DE DIAS PARA
      * EL VENCIMIENTO, SIN FUNCIONES INTRINSECAS.
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
      * TRAMOS DE ANTIGUEDAD: 1 NO VENCIDO, 2 0-30, 3 31-60,
      * 4 61-90, 5 MAS DE 90 DIAS VENCIDO.
       77  W-TRAMO          PIC 9 VALUE 0.
       01  W-TRAMOS-CLIENTE.
           03 W-TC-TRAMO OCCURS 5 TIMES PIC S9(11)V99.
       01  W-TRAMOS-GENERAL.
           03 W-TG-TRAMO OCCURS 5 TIMES PIC S9(11)V99.
       77  W-IX-TRAMO       PIC 9 VALUE 0.
       01  TABLA-VENDEDORES.
           03 TV-FILA OCCURS 200 TIMES INDEXED BY IX-VEN.
              05 TV-VENDEDOR   PIC X(4).
              05 TV-TRAMO      PIC S9(11)V99 OCCURS 5 TIMES.
       77  W-NUM-VENDEDORES PIC 9(4) COMP VALUE 0.
       01  TABLA-DELEGACIONES.
           03 TD-FILA OCCURS 50 TIMES INDEXED BY IX-DEL.
              05 TD-DELEGACION PIC X(3).
              05 TD-TRAMO      PIC S9(11)V99 OCCURS 5 TIMES.
       77  W-NUM-DELEGACIONES PIC 9(4) COMP VALUE 0.
       01  W-TOTALES-FUERA  PIC X VALUE 'N'.
           88 TOTALES-INCOMPLETOS    VALUE 'S'.
       01  W-CLIENTE-ANT       PIC X(4) VALUE SPACES.
       01  W-VENDEDOR-CLI      PIC X(4) VALUE SPACES.
       01  W-HAY-GRUPO         PIC X VALUE 'N'.
           88 HAY-CLIENTE-ABIERTO    VALUE 'S'.
       01  W-CLI-IMPORTE       PIC S9(11)V99 VALUE 0.
       01  W-CLI-COBRADO       PIC S9(11)V99 VALUE 0.
       01  W-CLI-PENDIENTE     PIC S9(11)V99 VALUE 0.
       77  W-CNT-LEIDOS        PIC 9(7) VALUE 0.
       77  W-CNT-APLICADOS     PIC 9(7) VALUE 0.
       77  W-CNT-EXCEPCIONES   PIC 9(7) VALUE 0.
       77  W-CNT-NUEVAS        PIC 9(7) VALUE 0.
       77  W-CNT-PODADAS       PIC 9(7) VALUE 0.
       01  W-TOTAL-COBRADO     PIC 9(11)V99 VALUE 0.
       01  WFECHA-HOY          PIC 9(8).
       01  WHORA-HOY           PIC 9(6).
       77  FE       PIC 9    VALUE 0.
       77  FE-REG   PIC 9    VALUE 0.
       77  FE-CAR   PIC 9    VALUE 0.
       77  FE-SRT   PIC 9    VALUE 0.
       01  W-ENCONTRADO        PIC X VALUE 'N'.
           88 ENCONTRADO-S           VALUE 'S'.
       01  CABECERA1.
           03 FILLER PIC X(33)
              VALUE 'APLICACION DE COBROS A CARTERA   '.
           03 S-FECHA-TIT PIC 9(8).
       01  CAB-COB-1.
           03 FILLER PIC X(7)   VALUE 'cliente'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8)   VALUE 'factura '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'fecha     '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14)  VALUE '       importe'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14)  VALUE '     pendiente'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(16)  VALUE 'referencia'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(20)  VALUE 'situacion'.
       01  CAB-COB-2.
           03 FILLER         PIC X(3) VALUE SPACES.
           03 S-COB-CLIENTE  PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-COB-FACTURA  PIC X(8).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-COB-FECHA    PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-COB-IMPORTE  PIC -zz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-COB-PENDIENTE PIC -zz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-COB-REF      PIC X(16).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-COB-SITUACION PIC X(20).
       01  CAB-COB-9.
           03 FILLER          PIC X(18) VALUE 'COBROS APLICADOS: '.
           03 S-CNT-APLICADOS PIC zzzzz9.
           03 FILLER          PIC X(10) VALUE '  IMPORTE '.
           03 S-TOTAL-COBRADO PIC zzz.zzz.zz9,99.
           03 FILLER          PIC X(15) VALUE '  EXCEPCIONES: '.
           03 S-CNT-EXCEP     PIC zzzzz9.
           03 FILLER          PIC X(18) VALUE '  FACTURAS NUEVAS '.
           03 S-CNT-NUEVAS    PIC zzzzz9.
           03 FILLER          PIC X(15) VALUE '  COMPENSADAS: '.
           03 S-CNT-COMPENSADAS PIC zzzzz9.
       01  CAB-EXC-1.
           03 FILLER PIC X(33)
              VALUE 'EXCEPCIONES DE COBRO             '.
           03 S-EXC-FECHA-TIT PIC 9(8).
       01  CAB-EXC-2.
           03 FILLER         PIC X(3) VALUE SPACES.
           03 S-EXC-CLIENTE  PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXC-FACTURA  PIC X(8).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXC-FECHA    PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXC-IMPORTE  PIC -zz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXC-DIFERENCIA PIC -zz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXC-REF      PIC X(16).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXC-MOTIVO   PIC X(20).
       01  CAB-CAR-1.
           03 FILLER PIC X(40)
              VALUE 'CARTERA DE PARTIDAS ABIERTAS POR CLIENTE'.
       01  CAB-CAR-2.
           03 FILLER         PIC X(8) VALUE 'CLIENTE '.
           03 S-CAR-CLIENTE  PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-NOMBRE   PIC X(20).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-POBLACION PIC X(10).
       01  CAB-CAR-3.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'documento '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'emision   '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'vence     '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14)  VALUE '       importe'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14)  VALUE '       cobrado'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14)  VALUE '     pendiente'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9)   VALUE 'dias venc'.
       01  CAB-CAR-4.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-SERIE    PIC X.
           03 FILLER         PIC X    VALUE '-'.
           03 S-CAR-FACTURA  PIC 9(8).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-EMISION  PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-VENCE    PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-IMPORTE  PIC -zz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-COBRADO  PIC -zz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-PENDIENTE PIC -zz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-DIAS     PIC -zzzz9.
       01  CAB-CAR-5.
           03 FILLER         PIC X(38) VALUE
              '  TOTAL CLIENTE                       '.
           03 S-CAR-TOT-IMPORTE PIC -zz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-TOT-COBRADO PIC -zz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CAR-TOT-PENDIENTE PIC -zz.zzz.zz9,99.
       01  CAB-ANT-1.
           03 FILLER PIC X(34)
              VALUE 'ANTIGUEDAD DE LA DEUDA DE CLIENTES'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-ANT-FECHA-TIT PIC 9(8).
       01  CAB-ANT-2.
           03 FILLER PIC X(34)  VALUE SPACES.
           03 FILLER PIC X(15)  VALUE '    NO VENCIDO '.
           03 FILLER PIC X(15)  VALUE '     0-30 DIAS '.
           03 FILLER PIC X(15)  VALUE '    31-60 DIAS '.
           03 FILLER PIC X(15)  VALUE '    61-90 DIAS '.
           03 FILLER PIC X(15)  VALUE '  MAS 90 DIAS  '.
           03 FILLER PIC X(15)  VALUE '      TOTAL    '.
       01  CAB-ANT-3.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-ANT-CLAVE    PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-ANT-NOMBRE   PIC X(20).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-ANT-VENDEDOR PIC X(4).
           03 S-ANT-TRAMO OCCURS 5 TIMES.
              05 FILLER      PIC X    VALUE SPACE.
              05 S-ANT-IMPORTE PIC -zz.zzz.zz9,99.
           03 FILLER         PIC X    VALUE SPACE.
           03 S-ANT-TOTAL    PIC -zz.zzz.zz9,99.
       01  CAB-ANT-4.
           03 FILLER PIC X(25) VALUE 'TOTALES POR VENDEDOR     '.
       01  CAB-ANT-5.
           03 FILLER PIC X(25) VALUE 'TOTALES POR DELEGACION   '.
       01  CAB-ANT-6.
           03 FILLER PIC X(25) VALUE 'TOTAL GENERAL            '.
       01  W-ANT-TOTAL         PIC S9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       ABRIR.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           MOVE WFECHA-HOY TO W-FD-N
           PERFORM CALCULAR-DIA-ABSOLUTO
           MOVE W-DIA-ABS TO W-DIA-HOY
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-CARTERA
           IF NOT CARTERA-DESBORDADA
               PERFORM INCORPORAR-FACTURAS
           END-IF
           IF CARTERA-DESBORDADA
               DISPLAY 'COBROS CARTERA DESBORDADA: '
                   'NO SE APLICA NI SE REGRABA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLIENTES
           OPEN OUTPUT SALIDA EXCEPCIONES ANTIGUEDAD
           MOVE WFECHA-HOY TO S-FECHA-TIT S-EXC-FECHA-TIT
                              S-ANT-FECHA-TIT
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           WRITE REG-SALIDA FROM CAB-COB-1 END-WRITE
           WRITE REG-EXCEPCION FROM CAB-EXC-1 END-WRITE
           WRITE REG-EXCEPCION FROM CAB-COB-1 END-WRITE
           PERFORM COMPENSAR-RECTIFICATIVAS
           PERFORM APLICAR-COBROS
           MOVE W-CNT-APLICADOS   TO S-CNT-APLICADOS
           MOVE W-TOTAL-COBRADO   TO S-TOTAL-COBRADO
           MOVE W-CNT-EXCEPCIONES TO S-CNT-EXCEP
           MOVE W-CNT-NUEVAS      TO S-CNT-NUEVAS
           MOVE W-CNT-COMPENSADAS TO S-CNT-COMPENSADAS
           WRITE REG-SALIDA FROM CAB-COB-9 END-WRITE
           PERFORM GRABAR-CARTERA
           WRITE REG-SALIDA FROM CAB-CAR-1 END-WRITE
           WRITE REG-ANTIGUEDAD FROM CAB-ANT-1 END-WRITE
           WRITE REG-ANTIGUEDAD FROM CAB-ANT-2 END-WRITE
           MOVE 0 TO W-NUM-VENDEDORES W-NUM-DELEGACIONES
           INITIALIZE W-TRAMOS-GENERAL
           SORT ORDCAR
               ON ASCENDING KEY OC-cod-cliente OC-serie OC-numero
               INPUT PROCEDURE IS SOLTAR-PENDIENTES
               OUTPUT PROCEDURE IS IMPRIMIR-CARTERA
           PERFORM IMPRIMIR-TOTALES-ANTIGUEDAD
           PERFORM GRABAR-AUDITORIA
           CLOSE CLIENTES SALIDA EXCEPCIONES ANTIGUEDAD
           IF W-CNT-EXCEPCIONES > 0 OR TOTALES-INCOMPLETOS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   AT END MOVE SPACES TO REG-PARAMETROS
               END-READ
               IF PAR-PLAZO IS NUMERIC
                   MOVE PAR-PLAZO TO W-PLAZO
               END-IF
               CLOSE PARAMETROS
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
                       MOVE CA-serie         TO TC-SERIE(IX-CAR)
                       MOVE CA-numero        TO TC-NUMERO(IX-CAR)
                       MOVE CA-cod-cliente   TO TC-CLIENTE(IX-CAR)
                       MOVE CA-cod-vendedor  TO TC-VENDEDOR(IX-CAR)
                       MOVE CA-delegacion    TO TC-DELEGACION(IX-CAR)
                       MOVE CA-fecha-emision TO TC-EMISION(IX-CAR)
                       MOVE CA-fecha-vencimiento
                           TO TC-VENCIMIENTO(IX-CAR)
                       MOVE CA-importe       TO TC-IMPORTE(IX-CAR)
                       MOVE CA-cobrado       TO TC-COBRADO(IX-CAR)
                       MOVE CA-fecha-cobro   TO TC-FECHA-COBRO(IX-CAR)
                       MOVE CA-ultima-ref    TO TC-ULT-REF(IX-CAR)
                       MOVE CA-estado        TO TC-ESTADO(IX-CAR)
                       MOVE CA-factura-origen TO TC-ORIGEN(IX-CAR)
                       MOVE 'N'              TO TC-VISTA(IX-CAR)
                       MOVE 'N'              TO TC-NUEVA(IX-CAR)
                   ELSE
                       SET CARTERA-DESBORDADA TO TRUE
                   END-IF
                   READ CARTERA AT END MOVE 1 TO FE-CAR END-READ
               END-PERFORM
               CLOSE CARTERA
           END-IF.

      * CADA LINEA DEL REGISTRO SUMA SU TOTAL (CON SIGNO: LOS ABONOS
      * RESTAN) A LA FACTURA DE SU NUMERO. LAS FACTURAS QUE YA ESTAN
      * EN CARTERA SOLO SE MARCAN COMO VISTAS: FACTURAS GRABA CADA
      * FACTURA ENTERA EN UNA NOCHE, ASI QUE SU IMPORTE YA ES FINAL.
       INCORPORAR-FACTURAS.
           OPEN INPUT REGISTRO
           IF WS-FS-REG NOT = '00'
               CLOSE REGISTRO
           ELSE
               MOVE 0 TO FE-REG
               READ REGISTRO AT END MOVE 1 TO FE-REG END-READ
               PERFORM UNTIL FE-REG = 1 OR CARTERA-DESBORDADA
                   PERFORM INCORPORAR-LINEA
                   READ REGISTRO AT END MOVE 1 TO FE-REG END-READ
               END-PERFORM
               CLOSE REGISTRO
           END-IF.

       INCORPORAR-LINEA.
           IF FR-total-N NOT NUMERIC
               MOVE 0 TO W-IMPORTE-LIN
           ELSE
               IF FR-tipo-mov = 'A'
                   COMPUTE W-IMPORTE-LIN = 0 - FR-total-N
               ELSE
                   MOVE FR-total-N TO W-IMPORTE-LIN
               END-IF
           END-IF
           IF FR-serie = 'R'
               MOVE 'R' TO W-BUS-SERIE
           ELSE
               MOVE 'F' TO W-BUS-SERIE
           END-IF
           MOVE FR-numero TO W-BUS-NUMERO
           PERFORM BUSCAR-FACTURA
           IF ENCONTRADO-S
               MOVE 'S' TO TC-VISTA(W-IX-ACTUAL)
               IF TC-NUEVA(W-IX-ACTUAL) = 'S'
                   ADD W-IMPORTE-LIN TO TC-IMPORTE(W-IX-ACTUAL)
               END-IF
           ELSE
               IF W-NUM-CARTERA < 5000
                   ADD 1 TO W-NUM-CARTERA
                   ADD 1 TO W-CNT-NUEVAS
                   SET IX-CAR TO W-NUM-CARTERA
                   MOVE W-BUS-SERIE      TO TC-SERIE(IX-CAR)
                   MOVE FR-numero        TO TC-NUMERO(IX-CAR)
                   MOVE FR-cod-cliente   TO TC-CLIENTE(IX-CAR)
                   MOVE FR-cod-vendedor  TO TC-VENDEDOR(IX-CAR)
                   MOVE FR-delegacion    TO TC-DELEGACION(IX-CAR)
                   MOVE FR-fecha-emision TO TC-EMISION(IX-CAR)
                   MOVE FR-fecha-emision TO W-FD-N
                   MOVE W-PLAZO          TO W-DIAS-SUMAR
                   PERFORM SUMAR-DIAS
                   MOVE W-FD-N           TO TC-VENCIMIENTO(IX-CAR)
                   MOVE W-IMPORTE-LIN    TO TC-IMPORTE(IX-CAR)
                   MOVE 0                TO TC-COBRADO(IX-CAR)
                   MOVE 0                TO TC-FECHA-COBRO(IX-CAR)
                   MOVE SPACES           TO TC-ULT-REF(IX-CAR)
                   MOVE 'P'              TO TC-ESTADO(IX-CAR)
                   MOVE FR-factura-origen TO TC-ORIGEN(IX-CAR)
                   IF W-BUS-SERIE = 'F'
                       MOVE 0 TO TC-ORIGEN(IX-CAR)
                   END-IF
                   MOVE 'S'              TO TC-VISTA(IX-CAR)
                   MOVE 'S'              TO TC-NUEVA(IX-CAR)
               ELSE
                   SET CARTERA-DESBORDADA TO TRUE
               END-IF
           END-IF.

       BUSCAR-FACTURA.
           MOVE 'N' TO W-ENCONTRADO
           MOVE 0 TO W-IX-ACTUAL
           PERFORM VARYING IX-CAR FROM 1 BY 1
                   UNTIL IX-CAR > W-NUM-CARTERA OR ENCONTRADO-S
               IF TC-NUMERO(IX-CAR) = W-BUS-NUMERO AND
                  TC-SERIE(IX-CAR)  = W-BUS-SERIE
                   MOVE 'S' TO W-ENCONTRADO
                   SET W-IX-ACTUAL TO IX-CAR
               END-IF
           END-PERFORM.

       APLICAR-COBROS.
           OPEN INPUT ENTRADA
           IF WS-FS-COB NOT = '00'
               CLOSE ENTRADA
           ELSE
               OPEN EXTEND HISTORIA
               IF WS-FS-HIS NOT = '00'
                   OPEN OUTPUT HISTORIA
               END-IF
               MOVE 0 TO FE
               READ ENTRADA AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   ADD 1 TO W-CNT-LEIDOS
                   PERFORM TRATAR-COBRO
                   READ ENTRADA AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE ENTRADA HISTORIA
           END-IF.

      * UNA RECTIFICATIVA NUEVA SE COMPENSA CONTRA LO PENDIENTE DE
      * LA FACTURA QUE CORRIGE; LO QUE SOBRE QUEDA COMO SALDO A
      * FAVOR DEL CLIENTE (PARTIDA NEGATIVA ABIERTA). CADA
      * COMPENSACION SALE EN EL LISTADO DE APLICACION.
       COMPENSAR-RECTIFICATIVAS.
           PERFORM VARYING IX-REC FROM 1 BY 1
                   UNTIL IX-REC > W-NUM-CARTERA
               IF TC-NUEVA(IX-REC) = 'S' AND TC-SERIE(IX-REC) = 'R'
                   PERFORM COMPENSAR-UNA
               END-IF
           END-PERFORM.

       COMPENSAR-UNA.
           COMPUTE W-CREDITO = TC-COBRADO(IX-REC) - TC-IMPORTE(IX-REC)
           MOVE 'F' TO W-BUS-SERIE
           MOVE TC-ORIGEN(IX-REC) TO W-BUS-NUMERO
           PERFORM BUSCAR-FACTURA
           IF ENCONTRADO-S AND W-CREDITO > 0
               MOVE W-IX-ACTUAL TO W-IX-ORIGEN
               COMPUTE W-PENDIENTE = TC-IMPORTE(W-IX-ORIGEN)
                                   - TC-COBRADO(W-IX-ORIGEN)
               IF W-PENDIENTE > 0
                   IF W-PENDIENTE < W-CREDITO
                       MOVE W-PENDIENTE TO W-COMPENSADO
                   ELSE
                       MOVE W-CREDITO TO W-COMPENSADO
                   END-IF
                   ADD W-COMPENSADO TO TC-COBRADO(W-IX-ORIGEN)
                   SUBTRACT W-COMPENSADO FROM TC-COBRADO(IX-REC)
                   IF TC-IMPORTE(W-IX-ORIGEN) = TC-COBRADO(W-IX-ORIGEN)
                       MOVE 'C' TO TC-ESTADO(W-IX-ORIGEN)
                   END-IF
                   IF TC-IMPORTE(IX-REC) = TC-COBRADO(IX-REC)
                       MOVE 'C' TO TC-ESTADO(IX-REC)
                   END-IF
                   ADD 1 TO W-CNT-COMPENSADAS
                   MOVE TC-CLIENTE(IX-REC) TO S-COB-CLIENTE
                   MOVE TC-ORIGEN(IX-REC)  TO S-COB-FACTURA
                   MOVE SPACES TO S-COB-FECHA
                   STRING WFECHA-HOY(1:4) '/' WFECHA-HOY(5:2) '/'
                          WFECHA-HOY(7:2) DELIMITED BY SIZE
                       INTO S-COB-FECHA
                   END-STRING
                   MOVE W-COMPENSADO TO S-COB-IMPORTE
                   COMPUTE S-COB-PENDIENTE = TC-IMPORTE(W-IX-ORIGEN)
                                           - TC-COBRADO(W-IX-ORIGEN)
                   MOVE SPACES TO S-COB-REF
                   STRING 'RECTIFIC. R' TC-NUMERO(IX-REC)
                       DELIMITED BY SIZE INTO S-COB-REF
                   END-STRING
                   MOVE 'COMPENSA RECTIFIC.' TO S-COB-SITUACION
                   WRITE REG-SALIDA FROM CAB-COB-2 END-WRITE
               END-IF
           END-IF.

      * UN COBRO SOLO SE APLICA A SU FACTURA Y SU CLIENTE. EL PARCIAL
      * SE APLICA Y SE AVISA; EL EXCESO SE APLICA HASTA SALDAR LA
      * FACTURA Y EL SOBRANTE QUEDA EN EXCEPCIONES PARA QUE COBROS
      * DECIDA (DEVOLVER O IMPUTAR A OTRA FACTURA). LO QUE NO CASA
      * NO SE APLICA. UN COBRO REENVIADO (MISMA REFERENCIA QUE EL
      * ULTIMO APLICADO A ESA FACTURA) NO SE APLICA DOS VECES.
       TRATAR-COBRO.
           MOVE SPACES TO DESTRIPAR
           unstring REG-COBRO delimited by ';' into
               W-COB-CLIENTE W-COB-FACTURA W-COB-FECHA
               W-COB-IMP-RAW W-COB-REF
           end-unstring
           MOVE SPACES TO wimp-a
           unstring W-COB-IMP-RAW delimited by ',' or ' '
               into wimp-e wimp-d
           end-unstring
           inspect wimp-a replacing all ' ' by '0'
           MOVE W-COB-CLIENTE TO S-COB-CLIENTE S-EXC-CLIENTE
           MOVE W-COB-FACTURA TO S-COB-FACTURA S-EXC-FACTURA
           MOVE SPACES TO S-COB-FECHA
           IF W-COB-FECHA IS NUMERIC
               STRING W-COB-FECHA(1:4) '/'
                      W-COB-FECHA(5:2) '/'
                      W-COB-FECHA(7:2) DELIMITED BY SIZE
                   INTO S-COB-FECHA
               END-STRING
           END-IF
           MOVE S-COB-FECHA TO S-EXC-FECHA
           MOVE W-COB-REF   TO S-COB-REF S-EXC-REF
           MOVE 0 TO S-EXC-DIFERENCIA
           IF wimp-a NOT NUMERIC
               MOVE 0 TO wimp-n
           END-IF
           MOVE wimp-n TO S-COB-IMPORTE S-EXC-IMPORTE
           MOVE 0 TO W-PENDIENTE
           IF W-COB-FACTURA NOT NUMERIC OR W-COB-FECHA NOT NUMERIC
              OR wimp-n = 0
               MOVE 'COBRO ILEGIBLE' TO W-MOTIVO
               PERFORM ANOTAR-EXCEPCION
           ELSE
               MOVE 'F' TO W-BUS-SERIE
               MOVE W-COB-FACTURA-N TO W-BUS-NUMERO
               PERFORM BUSCAR-FACTURA
               IF NOT ENCONTRADO-S
                   MOVE 'FACTURA DESCONOCIDA' TO W-MOTIVO
                   PERFORM ANOTAR-EXCEPCION
               ELSE
               IF TC-CLIENTE(W-IX-ACTUAL) NOT = W-COB-CLIENTE
                   MOVE 'CLIENTE DISTINTO' TO W-MOTIVO
                   PERFORM ANOTAR-EXCEPCION
               ELSE
               IF TC-ULT-REF(W-IX-ACTUAL) = W-COB-REF AND
                  W-COB-REF NOT = SPACES
                   MOVE 'COBRO YA APLICADO' TO W-MOTIVO
                   PERFORM ANOTAR-EXCEPCION
               ELSE
               IF TC-ESTADO(W-IX-ACTUAL) = 'C'
                   MOVE 'FACTURA YA COBRADA' TO W-MOTIVO
                   PERFORM ANOTAR-EXCEPCION
               ELSE
                   PERFORM APLICAR-UN-COBRO
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       APLICAR-UN-COBRO.
           COMPUTE W-PENDIENTE = TC-IMPORTE(W-IX-ACTUAL)
                               - TC-COBRADO(W-IX-ACTUAL)
           MOVE 0 TO W-EXCESO
           IF wimp-n > W-PENDIENTE
               MOVE W-PENDIENTE TO W-APLICADO
               COMPUTE W-EXCESO = wimp-n - W-PENDIENTE
           ELSE
               MOVE wimp-n TO W-APLICADO
           END-IF
           ADD W-APLICADO TO TC-COBRADO(W-IX-ACTUAL)
           MOVE W-COB-FECHA-N TO TC-FECHA-COBRO(W-IX-ACTUAL)
           MOVE W-COB-REF     TO TC-ULT-REF(W-IX-ACTUAL)
           COMPUTE W-PENDIENTE = TC-IMPORTE(W-IX-ACTUAL)
                               - TC-COBRADO(W-IX-ACTUAL)
           IF W-PENDIENTE NOT > 0
               MOVE 'C' TO TC-ESTADO(W-IX-ACTUAL)
           END-IF
           MOVE SPACES TO REG-HISTORIA
           MOVE WFECHA-HOY    TO CH-fecha-proceso
           MOVE W-COB-CLIENTE TO CH-cod-cliente
           MOVE W-COB-FACTURA-N TO CH-numero
           MOVE W-COB-FECHA-N TO CH-fecha-cobro
           MOVE W-APLICADO    TO CH-importe
           MOVE W-COB-REF     TO CH-referencia
           WRITE REG-HISTORIA
           ADD 1 TO W-CNT-APLICADOS
           ADD W-APLICADO TO W-TOTAL-COBRADO
           MOVE W-PENDIENTE TO S-COB-PENDIENTE
           EVALUATE TRUE
               WHEN W-EXCESO > 0
                   MOVE 'APLICADO CON EXCESO' TO S-COB-SITUACION
                   MOVE 'COBRO EN EXCESO' TO W-MOTIVO
                   MOVE W-EXCESO TO S-EXC-DIFERENCIA
                   PERFORM ANOTAR-EXCEPCION
               WHEN W-PENDIENTE > 0
                   MOVE 'APLICADO PARCIAL' TO S-COB-SITUACION
                   MOVE 'COBRO PARCIAL' TO W-MOTIVO
                   MOVE W-PENDIENTE TO S-EXC-DIFERENCIA
                   PERFORM ANOTAR-EXCEPCION
               WHEN OTHER
                   MOVE 'FACTURA SALDADA' TO S-COB-SITUACION
                   WRITE REG-SALIDA FROM CAB-COB-2 END-WRITE
           END-EVALUATE.

      * LA EXCEPCION SALE EN SU LISTADO Y TAMBIEN EN EL DE
      * APLICACION, PARA QUE ESTE CUADRE CON EL FICHERO DE COBROS.
       ANOTAR-EXCEPCION.
           ADD 1 TO W-CNT-EXCEPCIONES
           MOVE W-MOTIVO TO S-EXC-MOTIVO
           WRITE REG-EXCEPCION FROM CAB-EXC-2 END-WRITE
           IF W-MOTIVO NOT = 'COBRO EN EXCESO' AND
              W-MOTIVO NOT = 'COBRO PARCIAL'
               MOVE 0 TO S-COB-PENDIENTE
               MOVE W-MOTIVO TO S-COB-SITUACION
           END-IF
           WRITE REG-SALIDA FROM CAB-COB-2 END-WRITE.

      * LAS COBRADAS QUE YA NO ESTAN EN EL REGISTRO SE PODAN.
       GRABAR-CARTERA.
           OPEN OUTPUT CARTERA
           PERFORM VARYING IX-CAR FROM 1 BY 1
                   UNTIL IX-CAR > W-NUM-CARTERA
               IF TC-ESTADO(IX-CAR) = 'C' AND TC-VISTA(IX-CAR) = 'N'
                   ADD 1 TO W-CNT-PODADAS
               ELSE
                   MOVE SPACES TO REG-CARTERA
                   MOVE TC-SERIE(IX-CAR)       TO CA-serie
                   MOVE TC-NUMERO(IX-CAR)      TO CA-numero
                   MOVE TC-CLIENTE(IX-CAR)     TO CA-cod-cliente
                   MOVE TC-VENDEDOR(IX-CAR)    TO CA-cod-vendedor
                   MOVE TC-DELEGACION(IX-CAR)  TO CA-delegacion
                   MOVE TC-EMISION(IX-CAR)     TO CA-fecha-emision
                   MOVE TC-VENCIMIENTO(IX-CAR)
                       TO CA-fecha-vencimiento
                   MOVE TC-IMPORTE(IX-CAR)     TO CA-importe
                   MOVE TC-COBRADO(IX-CAR)     TO CA-cobrado
                   MOVE TC-FECHA-COBRO(IX-CAR) TO CA-fecha-cobro
                   MOVE TC-ULT-REF(IX-CAR)     TO CA-ultima-ref
                   MOVE TC-ESTADO(IX-CAR)      TO CA-estado
                   MOVE TC-ORIGEN(IX-CAR)      TO CA-factura-origen
                   WRITE REG-CARTERA
               END-IF
           END-PERFORM
           CLOSE CARTERA.

       SOLTAR-PENDIENTES.
           PERFORM VARYING IX-CAR FROM 1 BY 1
                   UNTIL IX-CAR > W-NUM-CARTERA
               IF TC-ESTADO(IX-CAR) = 'P'
                   MOVE TC-CLIENTE(IX-CAR)     TO OC-cod-cliente
                   MOVE TC-SERIE(IX-CAR)       TO OC-serie
                   MOVE TC-NUMERO(IX-CAR)      TO OC-numero
                   MOVE TC-VENDEDOR(IX-CAR)    TO OC-cod-vendedor
                   MOVE TC-DELEGACION(IX-CAR)  TO OC-delegacion
                   MOVE TC-EMISION(IX-CAR)     TO OC-fecha-emision
                   MOVE TC-VENCIMIENTO(IX-CAR)
                       TO OC-fecha-vencimiento
                   MOVE TC-IMPORTE(IX-CAR)     TO OC-importe
                   MOVE TC-COBRADO(IX-CAR)     TO OC-cobrado
                   RELEASE REG-ORDCAR
               END-IF
           END-PERFORM.

       IMPRIMIR-CARTERA.
           MOVE 0 TO FE-SRT
           MOVE SPACES TO W-CLIENTE-ANT
           MOVE 'N' TO W-HAY-GRUPO
           PERFORM UNTIL FE-SRT = 1
               RETURN ORDCAR
                   AT END MOVE 1 TO FE-SRT
               END-RETURN
               IF FE-SRT = 0
                   IF HAY-CLIENTE-ABIERTO AND
                      OC-cod-cliente NOT = W-CLIENTE-ANT
                       PERFORM CERRAR-CLIENTE
                   END-IF
                   IF NOT HAY-CLIENTE-ABIERTO OR
                      OC-cod-cliente NOT = W-CLIENTE-ANT
                       PERFORM EMPEZAR-CLIENTE
                   END-IF
                   PERFORM TRATAR-PARTIDA
               END-IF
           END-PERFORM
           IF HAY-CLIENTE-ABIERTO
               PERFORM CERRAR-CLIENTE
           END-IF.

       EMPEZAR-CLIENTE.
           MOVE OC-cod-cliente TO W-CLIENTE-ANT
           MOVE 'S' TO W-HAY-GRUPO
           MOVE 0 TO W-CLI-IMPORTE W-CLI-COBRADO W-CLI-PENDIENTE
           INITIALIZE W-TRAMOS-CLIENTE
           MOVE 'DESCONOCIDO'  TO C-nombre
           MOVE SPACES         TO C-poblacion
           MOVE OC-cod-vendedor TO C-cod-vendedor
           MOVE OC-cod-cliente TO C-cod-cliente
           READ CLIENTES
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE C-cod-vendedor TO W-VENDEDOR-CLI
           MOVE OC-cod-cliente TO S-CAR-CLIENTE
           MOVE C-nombre       TO S-CAR-NOMBRE
           MOVE C-poblacion    TO S-CAR-POBLACION
           WRITE REG-SALIDA FROM CAB-CAR-2 END-WRITE
           WRITE REG-SALIDA FROM CAB-CAR-3 END-WRITE.

       TRATAR-PARTIDA.
           COMPUTE W-PENDIENTE = OC-importe - OC-cobrado
           MOVE OC-fecha-vencimiento TO W-FD-N
           PERFORM CALCULAR-DIA-ABSOLUTO
           COMPUTE W-DIAS-VENCIDA = W-DIA-HOY - W-DIA-ABS
           EVALUATE TRUE
               WHEN W-DIAS-VENCIDA < 1
                   MOVE 1 TO W-TRAMO
               WHEN W-DIAS-VENCIDA < 31
                   MOVE 2 TO W-TRAMO
               WHEN W-DIAS-VENCIDA < 61
                   MOVE 3 TO W-TRAMO
               WHEN W-DIAS-VENCIDA < 91
                   MOVE 4 TO W-TRAMO
               WHEN OTHER
                   MOVE 5 TO W-TRAMO
           END-EVALUATE
           MOVE OC-serie  TO S-CAR-SERIE
           MOVE OC-numero TO S-CAR-FACTURA
           STRING OC-fecha-emision(1:4) '/'
                  OC-fecha-emision(5:2) '/'
                  OC-fecha-emision(7:2) DELIMITED BY SIZE
               INTO S-CAR-EMISION
           END-STRING
           STRING OC-fecha-vencimiento(1:4) '/'
                  OC-fecha-vencimiento(5:2) '/'
                  OC-fecha-vencimiento(7:2) DELIMITED BY SIZE
               INTO S-CAR-VENCE
           END-STRING
           MOVE OC-importe  TO S-CAR-IMPORTE
           MOVE OC-cobrado  TO S-CAR-COBRADO
           MOVE W-PENDIENTE TO S-CAR-PENDIENTE
           IF W-DIAS-VENCIDA > 0
               MOVE W-DIAS-VENCIDA TO S-CAR-DIAS
           ELSE
               MOVE 0 TO S-CAR-DIAS
           END-IF
           WRITE REG-SALIDA FROM CAB-CAR-4 END-WRITE
           ADD OC-importe  TO W-CLI-IMPORTE
           ADD OC-cobrado  TO W-CLI-COBRADO
           ADD W-PENDIENTE TO W-CLI-PENDIENTE
           ADD W-PENDIENTE TO W-TC-TRAMO(W-TRAMO)
           ADD W-PENDIENTE TO W-TG-TRAMO(W-TRAMO)
           PERFORM ACUMULAR-VENDEDOR
           PERFORM ACUMULAR-DELEGACION.

       CERRAR-CLIENTE.
           MOVE W-CLI-IMPORTE   TO S-CAR-TOT-IMPORTE
           MOVE W-CLI-COBRADO   TO S-CAR-TOT-COBRADO
           MOVE W-CLI-PENDIENTE TO S-CAR-TOT-PENDIENTE
           WRITE REG-SALIDA FROM CAB-CAR-5 END-WRITE
           MOVE W-CLIENTE-ANT  TO S-ANT-CLAVE
           MOVE C-nombre       TO S-ANT-NOMBRE
           MOVE W-VENDEDOR-CLI TO S-ANT-VENDEDOR
           MOVE 0 TO W-ANT-TOTAL
           PERFORM VARYING W-IX-TRAMO FROM 1 BY 1
                   UNTIL W-IX-TRAMO > 5
               MOVE W-TC-TRAMO(W-IX-TRAMO)
                   TO S-ANT-IMPORTE(W-IX-TRAMO)
               ADD W-TC-TRAMO(W-IX-TRAMO) TO W-ANT-TOTAL
           END-PERFORM
           MOVE W-ANT-TOTAL TO S-ANT-TOTAL
           WRITE REG-ANTIGUEDAD FROM CAB-ANT-3 END-WRITE
           MOVE 'N' TO W-HAY-GRUPO.

      * LA DEUDA SE IMPUTA AL VENDEDOR Y A LA DELEGACION QUE
      * FACTURARON (LOS DE LA PRIMERA LINEA DE LA FACTURA).
       ACUMULAR-VENDEDOR.
           MOVE 'N' TO W-ENCONTRADO
           PERFORM VARYING IX-VEN FROM 1 BY 1
                   UNTIL IX-VEN > W-NUM-VENDEDORES OR ENCONTRADO-S
               IF TV-VENDEDOR(IX-VEN) = OC-cod-vendedor
                   ADD W-PENDIENTE TO TV-TRAMO(IX-VEN, W-TRAMO)
                   MOVE 'S' TO W-ENCONTRADO
               END-IF
           END-PERFORM
           IF NOT ENCONTRADO-S
               IF W-NUM-VENDEDORES < 200
                   ADD 1 TO W-NUM-VENDEDORES
                   SET IX-VEN TO W-NUM-VENDEDORES
                   INITIALIZE TV-FILA(IX-VEN)
                   MOVE OC-cod-vendedor TO TV-VENDEDOR(IX-VEN)
                   MOVE W-PENDIENTE TO TV-TRAMO(IX-VEN, W-TRAMO)
               ELSE
                   SET TOTALES-INCOMPLETOS TO TRUE
               END-IF
           END-IF.

       ACUMULAR-DELEGACION.
           MOVE 'N' TO W-ENCONTRADO
           PERFORM VARYING IX-DEL FROM 1 BY 1
                   UNTIL IX-DEL > W-NUM-DELEGACIONES OR ENCONTRADO-S
               IF TD-DELEGACION(IX-DEL) = OC-delegacion
                   ADD W-PENDIENTE TO TD-TRAMO(IX-DEL, W-TRAMO)
                   MOVE 'S' TO W-ENCONTRADO
               END-IF
           END-PERFORM
           IF NOT ENCONTRADO-S
               IF W-NUM-DELEGACIONES < 50
                   ADD 1 TO W-NUM-DELEGACIONES
                   SET IX-DEL TO W-NUM-DELEGACIONES
                   INITIALIZE TD-FILA(IX-DEL)
                   MOVE OC-delegacion TO TD-DELEGACION(IX-DEL)
                   MOVE W-PENDIENTE TO TD-TRAMO(IX-DEL, W-TRAMO)
               ELSE
                   SET TOTALES-INCOMPLETOS TO TRUE
               END-IF
           END-IF.

       IMPRIMIR-TOTALES-ANTIGUEDAD.
           WRITE REG-ANTIGUEDAD FROM CAB-ANT-4 END-WRITE
           PERFORM VARYING IX-VEN FROM 1 BY 1
                   UNTIL IX-VEN > W-NUM-VENDEDORES
               MOVE TV-VENDEDOR(IX-VEN) TO S-ANT-CLAVE
               MOVE SPACES TO S-ANT-NOMBRE S-ANT-VENDEDOR
               MOVE 0 TO W-ANT-TOTAL
               PERFORM VARYING W-IX-TRAMO FROM 1 BY 1
                       UNTIL W-IX-TRAMO > 5
                   MOVE TV-TRAMO(IX-VEN, W-IX-TRAMO)
                       TO S-ANT-IMPORTE(W-IX-TRAMO)
                   ADD TV-TRAMO(IX-VEN, W-IX-TRAMO) TO W-ANT-TOTAL
               END-PERFORM
               MOVE W-ANT-TOTAL TO S-ANT-TOTAL
               WRITE REG-ANTIGUEDAD FROM CAB-ANT-3 END-WRITE
           END-PERFORM
           WRITE REG-ANTIGUEDAD FROM CAB-ANT-5 END-WRITE
           PERFORM VARYING IX-DEL FROM 1 BY 1
                   UNTIL IX-DEL > W-NUM-DELEGACIONES
               MOVE TD-DELEGACION(IX-DEL) TO S-ANT-CLAVE
               MOVE SPACES TO S-ANT-NOMBRE S-ANT-VENDEDOR
               IF TD-DELEGACION(IX-DEL) = SPACES
                   MOVE 'SIN DELEGACION' TO S-ANT-NOMBRE
               END-IF
               MOVE 0 TO W-ANT-TOTAL
               PERFORM VARYING W-IX-TRAMO FROM 1 BY 1
                       UNTIL W-IX-TRAMO > 5
                   MOVE TD-TRAMO(IX-DEL, W-IX-TRAMO)
                       TO S-ANT-IMPORTE(W-IX-TRAMO)
                   ADD TD-TRAMO(IX-DEL, W-IX-TRAMO) TO W-ANT-TOTAL
               END-PERFORM
               MOVE W-ANT-TOTAL TO S-ANT-TOTAL
               WRITE REG-ANTIGUEDAD FROM CAB-ANT-3 END-WRITE
           END-PERFORM
           WRITE REG-ANTIGUEDAD FROM CAB-ANT-6 END-WRITE
           MOVE SPACES TO S-ANT-CLAVE S-ANT-NOMBRE S-ANT-VENDEDOR
           MOVE 0 TO W-ANT-TOTAL
           PERFORM VARYING W-IX-TRAMO FROM 1 BY 1
                   UNTIL W-IX-TRAMO > 5
               MOVE W-TG-TRAMO(W-IX-TRAMO)
                   TO S-ANT-IMPORTE(W-IX-TRAMO)
               ADD W-TG-TRAMO(W-IX-TRAMO) TO W-ANT-TOTAL
           END-PERFORM
           MOVE W-ANT-TOTAL TO S-ANT-TOTAL
           WRITE REG-ANTIGUEDAD FROM CAB-ANT-3 END-WRITE
           IF TOTALES-INCOMPLETOS
               DISPLAY 'COBROS TABLA DE TOTALES DESBORDADA: '
                   'TOTALES POR VENDEDOR/DELEGACION INCOMPLETOS'
           END-IF.

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
           MOVE 'COBROS'          TO AUD-PROGRAMA
           MOVE WFECHA-HOY        TO AUD-FECHA
           MOVE WHORA-HOY         TO AUD-HORA
           MOVE W-CNT-LEIDOS      TO AUD-LEIDOS
           MOVE W-CNT-APLICADOS   TO AUD-ESCRITOS
           MOVE W-CNT-EXCEPCIONES TO AUD-RECHAZADOS
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.

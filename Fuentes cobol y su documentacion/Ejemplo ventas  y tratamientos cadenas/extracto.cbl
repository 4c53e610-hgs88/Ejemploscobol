       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO.
       AUTHOR. J.GAYAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT registro ASSIGN TO 'NAT-facturas.reg'
           organization is line sequential
           FILE STATUS IS WS-FS-REG.
           SELECT cartera ASSIGN TO 'NAT-cartera'
           organization is line sequential
           FILE STATUS IS WS-FS-CAR.
           SELECT historia ASSIGN TO 'NAT-cobros.his'
           organization is line sequential
           FILE STATUS IS WS-FS-HIS.
           SELECT parametros ASSIGN TO 'NAT-ventames.par'
           organization is line sequential
           FILE STATUS IS WS-FS-PAR.
           SELECT clientes ASSIGN TO 'NAT-clientes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS C-cod-cliente
           FILE STATUS IS WS-FS-CLIENTES.
           SELECT ordext ASSIGN TO 'NAT-extracto.srt'.
           SELECT salida  ASSIGN TO 'NAT-salida-extractos'
           organization is line  sequential.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
           organization is line sequential
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
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
           RECORD 6 CHARACTERS
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS.
           03 PAR-MES-CIERRE   PIC X(6).
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
      * OE-ORDEN 0 ES LA MARCA DE CADA CLIENTE CON SALDO O
      * MOVIMIENTOS; 1 SON LOS MOVIMIENTOS DEL MES.
       SD  ORDEXT
           DATA RECORD IS REG-ORDEXT.
       01  REG-ORDEXT.
           03 OE-cod-cliente   PIC X(4).
           03 OE-orden         PIC 9.
           03 OE-fecha         PIC 9(8).
           03 OE-numero        PIC 9(8).
           03 OE-tipo          PIC X.
           03 OE-importe       PIC S9(9)V99.
           03 OE-referencia    PIC X(16).
       FD  SALIDA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 132 CHARACTERS
           DATA RECORD IS REG-SALIDA.
       01  reg-salida        pic x(132).
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
       01  WS-FS-REG           PIC XX.
       01  WS-FS-CAR           PIC XX.
       01  WS-FS-HIS           PIC XX.
       01  WS-FS-PAR           PIC XX.
       01  WS-FS-CLIENTES      PIC XX.
       01  WS-FS-AUD           PIC XX.
       01  W-MES-CIERRE        PIC X(6) VALUE SPACES.
      * SALDOS POR CLIENTE. LA CARTERA DA LO PENDIENTE HOY; EL SALDO
      * A FIN DE MES DESCUENTA LO FACTURADO Y COBRADO DESPUES DEL MES
      * (EL CIERRE PUEDE LANZARSE YA ENTRADO EL MES SIGUIENTE) Y EL
      * SALDO ANTERIOR DESCUENTA ADEMAS LOS MOVIMIENTOS DEL MES.
       01  TABLA-SALDOS.
           03 TS-FILA OCCURS 2000 TIMES INDEXED BY IX-SAL.
              05 TS-CLIENTE      PIC X(4).
              05 TS-PENDIENTE    PIC S9(11)V99.
              05 TS-POSTERIOR    PIC S9(11)V99.
              05 TS-MES          PIC S9(11)V99.
              05 TS-NUM-MOV      PIC 9(5) COMP.
       77  W-NUM-SALDOS        PIC 9(4) COMP VALUE 0.
       77  W-IX-ACTUAL         PIC 9(4) COMP VALUE 0.
       01  W-SAL-DESBORDE      PIC X VALUE 'N'.
           88 SALDOS-DESBORDADOS     VALUE 'S'.
       01  W-CLAVE-CLIENTE     PIC X(4).
       01  W-IMPORTE           PIC S9(11)V99 VALUE 0.
      * DOCUMENTO EN CURSO DEL REGISTRO (SERIE+NUMERO): LAS LINEAS
      * DE UNA FACTURA SE SUMAN EN UN CARGO Y SUS LINEAS DE ABONO EN
      * OTRO; UNA RECTIFICATIVA SALE COMO UN UNICO ABONO.
       01  W-DOC-SERIE         PIC X VALUE SPACE.
       01  W-DOC-NUMERO        PIC 9(8) VALUE 0.
       01  W-DOC-CLIENTE       PIC X(4) VALUE SPACES.
       01  W-DOC-FECHA         PIC 9(8) VALUE 0.
       01  W-DOC-CARGO         PIC S9(11)V99 VALUE 0.
       01  W-DOC-ABONO         PIC S9(11)V99 VALUE 0.
       01  W-HAY-DOC           PIC X VALUE 'N'.
           88 HAY-DOCUMENTO          VALUE 'S'.
       01  W-CLIENTE-ANT       PIC X(4) VALUE SPACES.
       01  W-HAY-GRUPO         PIC X VALUE 'N'.
           88 HAY-CLIENTE-ABIERTO    VALUE 'S'.
       01  W-SALDO             PIC S9(11)V99 VALUE 0.
       77  W-CNT-LEIDOS        PIC 9(7) VALUE 0.
       77  W-CNT-EXTRACTOS     PIC 9(7) VALUE 0.
       01  WFECHA-HOY          PIC 9(8).
       01  WHORA-HOY           PIC 9(6).
       77  FE       PIC 9    VALUE 0.
       77  FE-SRT   PIC 9    VALUE 0.
       01  W-ENCONTRADO        PIC X VALUE 'N'.
           88 ENCONTRADO-S           VALUE 'S'.
       01  CAB-EXT-1.
           03 FILLER PIC X(22) VALUE 'EXTRACTO DE CUENTA MES'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXT-MES      PIC X(6).
           03 FILLER         PIC X(4) VALUE SPACES.
           03 FILLER         PIC X(8) VALUE 'CLIENTE '.
           03 S-EXT-CLIENTE  PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXT-NOMBRE   PIC X(20).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXT-POBLACION PIC X(10).
       01  CAB-EXT-2.
           03 FILLER PIC X(10)  VALUE 'fecha     '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'documento '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8)   VALUE 'numero  '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(16)  VALUE 'referencia'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14)  VALUE '         cargo'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14)  VALUE '         abono'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(16)  VALUE '           saldo'.
       01  CAB-EXT-3.
           03 S-EXT-FECHA    PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXT-DOCUMENTO PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXT-NUMERO   PIC X(8).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXT-REF      PIC X(16).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXT-CARGO    PIC -zz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXT-ABONO    PIC -zz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXT-SALDO    PIC -z.zzz.zzz.zz9,99.
       01  CAB-EXT-4.
           03 FILLER         PIC X(40) VALUE SPACES.
           03 S-EXT-TITULO-SALDO PIC X(20).
           03 FILLER         PIC X(36) VALUE SPACES.
           03 S-EXT-SALDO-TOT PIC -z.zzz.zzz.zz9,99.

       PROCEDURE DIVISION.
       ABRIR.
           PERFORM LEER-PARAMETROS
           IF W-MES-CIERRE = SPACES OR W-MES-CIERRE NOT NUMERIC
               DISPLAY 'EXTRACTO SIN MES DE CIERRE VALIDO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLIENTES
           OPEN OUTPUT SALIDA
           SORT ORDEXT
               ON ASCENDING KEY OE-cod-cliente OE-orden OE-fecha
                                OE-numero
               INPUT PROCEDURE IS CARGAR-MOVIMIENTOS
               OUTPUT PROCEDURE IS IMPRIMIR-EXTRACTOS
           PERFORM GRABAR-AUDITORIA
           CLOSE CLIENTES SALIDA
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS AT END MOVE SPACES TO REG-PARAMETROS
               END-READ
               MOVE PAR-MES-CIERRE TO W-MES-CIERRE
               CLOSE PARAMETROS
           END-IF.

      * SIN CARTERA NO HAY SALDOS QUE CUADRAR: NO SE EMITE NADA.
       CARGAR-MOVIMIENTOS.
           MOVE 0 TO W-NUM-SALDOS
           OPEN INPUT CARTERA
           IF WS-FS-CAR NOT = '00'
               CLOSE CARTERA
               DISPLAY 'EXTRACTO SIN CARTERA DE COBRO'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO FE
               READ CARTERA AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   IF CA-estado = 'P'
                       MOVE CA-cod-cliente TO W-CLAVE-CLIENTE
                       PERFORM BUSCAR-SALDO
                       IF ENCONTRADO-S
                           COMPUTE TS-PENDIENTE(W-IX-ACTUAL) =
                               TS-PENDIENTE(W-IX-ACTUAL)
                               + CA-importe - CA-cobrado
                       END-IF
                   END-IF
                   READ CARTERA AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE CARTERA
               PERFORM CARGAR-FACTURAS
               PERFORM CARGAR-COBROS
               PERFORM SOLTAR-SALDOS
           END-IF
           IF SALDOS-DESBORDADOS
               DISPLAY 'EXTRACTO TABLA DE SALDOS DESBORDADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARGAR-FACTURAS.
           OPEN INPUT REGISTRO
           IF WS-FS-REG NOT = '00'
               CLOSE REGISTRO
           ELSE
               MOVE 'N' TO W-HAY-DOC
               MOVE 0 TO FE
               READ REGISTRO AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   ADD 1 TO W-CNT-LEIDOS
                   IF FR-serie NOT = 'R'
                       MOVE 'F' TO FR-serie
                   END-IF
                   IF HAY-DOCUMENTO AND
                      (FR-numero NOT = W-DOC-NUMERO OR
                       FR-serie NOT = W-DOC-SERIE)
                       PERFORM SOLTAR-DOCUMENTO
                   END-IF
                   IF NOT HAY-DOCUMENTO
                       MOVE 'S' TO W-HAY-DOC
                       MOVE FR-serie         TO W-DOC-SERIE
                       MOVE FR-numero        TO W-DOC-NUMERO
                       MOVE FR-cod-cliente   TO W-DOC-CLIENTE
                       MOVE FR-fecha-emision TO W-DOC-FECHA
                       MOVE 0 TO W-DOC-CARGO W-DOC-ABONO
                   END-IF
                   IF FR-total-N IS NUMERIC
                       IF FR-tipo-mov = 'A'
                           ADD FR-total-N TO W-DOC-ABONO
                       ELSE
                           ADD FR-total-N TO W-DOC-CARGO
                       END-IF
                   END-IF
                   READ REGISTRO AT END MOVE 1 TO FE END-READ
               END-PERFORM
               IF HAY-DOCUMENTO
                   PERFORM SOLTAR-DOCUMENTO
               END-IF
               CLOSE REGISTRO
           END-IF.

      * LOS DOCUMENTOS DEL MES SALEN AL EXTRACTO; LOS POSTERIORES
      * SOLO CORRIGEN EL SALDO.
       SOLTAR-DOCUMENTO.
           MOVE 'N' TO W-HAY-DOC
           MOVE W-DOC-CLIENTE TO W-CLAVE-CLIENTE
           PERFORM BUSCAR-SALDO
           IF ENCONTRADO-S
               COMPUTE W-IMPORTE = W-DOC-CARGO - W-DOC-ABONO
               IF W-DOC-FECHA(1:6) = W-MES-CIERRE
                   ADD W-IMPORTE TO TS-MES(W-IX-ACTUAL)
                   ADD 1 TO TS-NUM-MOV(W-IX-ACTUAL)
                   MOVE W-DOC-CLIENTE TO OE-cod-cliente
                   MOVE 1             TO OE-orden
                   MOVE W-DOC-FECHA   TO OE-fecha
                   MOVE W-DOC-NUMERO  TO OE-numero
                   MOVE SPACES        TO OE-referencia
                   IF W-DOC-CARGO NOT = 0
                       MOVE 'F'         TO OE-tipo
                       MOVE W-DOC-CARGO TO OE-importe
                       RELEASE REG-ORDEXT
                   END-IF
                   IF W-DOC-ABONO NOT = 0
                       MOVE 'A'         TO OE-tipo
                       IF W-DOC-SERIE = 'R'
                           MOVE 'R'     TO OE-tipo
                       END-IF
                       MOVE W-DOC-ABONO TO OE-importe
                       RELEASE REG-ORDEXT
                   END-IF
               ELSE
                   IF W-DOC-FECHA(1:6) > W-MES-CIERRE
                       ADD W-IMPORTE TO TS-POSTERIOR(W-IX-ACTUAL)
                   END-IF
               END-IF
           END-IF.

       CARGAR-COBROS.
           OPEN INPUT HISTORIA
           IF WS-FS-HIS NOT = '00'
               CLOSE HISTORIA
           ELSE
               MOVE 0 TO FE
               READ HISTORIA AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   ADD 1 TO W-CNT-LEIDOS
                   MOVE CH-cod-cliente TO W-CLAVE-CLIENTE
                   IF CH-fecha-proceso(1:6) NOT < W-MES-CIERRE
                       PERFORM BUSCAR-SALDO
                   ELSE
                       MOVE 'N' TO W-ENCONTRADO
                   END-IF
                   IF ENCONTRADO-S
                       IF CH-fecha-proceso(1:6) = W-MES-CIERRE
                           SUBTRACT CH-importe FROM TS-MES(W-IX-ACTUAL)
                           ADD 1 TO TS-NUM-MOV(W-IX-ACTUAL)
                           MOVE CH-cod-cliente   TO OE-cod-cliente
                           MOVE 1                TO OE-orden
                           MOVE CH-fecha-proceso TO OE-fecha
                           MOVE CH-numero        TO OE-numero
                           MOVE 'C'              TO OE-tipo
                           MOVE CH-importe       TO OE-importe
                           MOVE CH-referencia    TO OE-referencia
                           RELEASE REG-ORDEXT
                       ELSE
                           SUBTRACT CH-importe
                               FROM TS-POSTERIOR(W-IX-ACTUAL)
                       END-IF
                   END-IF
                   READ HISTORIA AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE HISTORIA
           END-IF.

      * CADA CLIENTE CON SALDO O MOVIMIENTOS DEJA SU MARCA, PARA
      * QUE SALGA SU EXTRACTO AUNQUE NO SE HAYA MOVIDO EN EL MES.
       SOLTAR-SALDOS.
           PERFORM VARYING IX-SAL FROM 1 BY 1
                   UNTIL IX-SAL > W-NUM-SALDOS
               MOVE TS-CLIENTE(IX-SAL) TO OE-cod-cliente
               MOVE 0      TO OE-orden OE-fecha OE-numero OE-importe
               MOVE SPACES TO OE-tipo OE-referencia
               RELEASE REG-ORDEXT
           END-PERFORM.

       BUSCAR-SALDO.
           MOVE 'N' TO W-ENCONTRADO
           PERFORM VARYING IX-SAL FROM 1 BY 1
                   UNTIL IX-SAL > W-NUM-SALDOS OR ENCONTRADO-S
               IF TS-CLIENTE(IX-SAL) = W-CLAVE-CLIENTE
                   MOVE 'S' TO W-ENCONTRADO
                   SET W-IX-ACTUAL TO IX-SAL
               END-IF
           END-PERFORM
           IF NOT ENCONTRADO-S
               IF W-NUM-SALDOS < 2000
                   ADD 1 TO W-NUM-SALDOS
                   SET IX-SAL TO W-NUM-SALDOS
                   MOVE W-CLAVE-CLIENTE TO TS-CLIENTE(IX-SAL)
                   MOVE 0 TO TS-PENDIENTE(IX-SAL) TS-POSTERIOR(IX-SAL)
                             TS-MES(IX-SAL) TS-NUM-MOV(IX-SAL)
                   MOVE 'S' TO W-ENCONTRADO
                   SET W-IX-ACTUAL TO IX-SAL
               ELSE
                   SET SALDOS-DESBORDADOS TO TRUE
               END-IF
           END-IF.

       IMPRIMIR-EXTRACTOS.
           MOVE 0 TO FE-SRT
           MOVE 'N' TO W-HAY-GRUPO
           PERFORM UNTIL FE-SRT = 1
               RETURN ORDEXT
                   AT END MOVE 1 TO FE-SRT
               END-RETURN
               IF FE-SRT = 0
                   IF HAY-CLIENTE-ABIERTO AND
                      OE-cod-cliente NOT = W-CLIENTE-ANT
                       PERFORM CERRAR-EXTRACTO
                   END-IF
                   IF NOT HAY-CLIENTE-ABIERTO
                       PERFORM EMPEZAR-EXTRACTO
                   END-IF
                   IF HAY-CLIENTE-ABIERTO AND OE-orden = 1
                       PERFORM IMPRIMIR-MOVIMIENTO
                   END-IF
               END-IF
           END-PERFORM
           IF HAY-CLIENTE-ABIERTO
               PERFORM CERRAR-EXTRACTO
           END-IF.

      * UN CLIENTE SIN SALDO NI MOVIMIENTOS EN EL MES NO RECIBE
      * EXTRACTO.
       EMPEZAR-EXTRACTO.
           MOVE OE-cod-cliente TO W-CLIENTE-ANT W-CLAVE-CLIENTE
           PERFORM BUSCAR-SALDO
           COMPUTE W-SALDO = TS-PENDIENTE(W-IX-ACTUAL)
                           - TS-POSTERIOR(W-IX-ACTUAL)
                           - TS-MES(W-IX-ACTUAL)
           IF W-SALDO = 0 AND TS-NUM-MOV(W-IX-ACTUAL) = 0
               MOVE 'N' TO W-HAY-GRUPO
           ELSE
               MOVE 'S' TO W-HAY-GRUPO
               ADD 1 TO W-CNT-EXTRACTOS
               MOVE 'DESCONOCIDO'  TO C-nombre
               MOVE SPACES         TO C-poblacion
               MOVE OE-cod-cliente TO C-cod-cliente
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE W-MES-CIERRE   TO S-EXT-MES
               MOVE OE-cod-cliente TO S-EXT-CLIENTE
               MOVE C-nombre       TO S-EXT-NOMBRE
               MOVE C-poblacion    TO S-EXT-POBLACION
               WRITE REG-SALIDA FROM CAB-EXT-1 END-WRITE
               WRITE REG-SALIDA FROM CAB-EXT-2 END-WRITE
               MOVE 'SALDO ANTERIOR' TO S-EXT-TITULO-SALDO
               MOVE W-SALDO TO S-EXT-SALDO-TOT
               WRITE REG-SALIDA FROM CAB-EXT-4 END-WRITE
           END-IF.

       IMPRIMIR-MOVIMIENTO.
           STRING OE-fecha(1:4) '/' OE-fecha(5:2) '/' OE-fecha(7:2)
               DELIMITED BY SIZE INTO S-EXT-FECHA
           END-STRING
           MOVE OE-numero    TO S-EXT-NUMERO
           MOVE OE-referencia TO S-EXT-REF
           MOVE 0 TO S-EXT-CARGO S-EXT-ABONO
           EVALUATE OE-tipo
               WHEN 'F'
                   MOVE 'FACTURA'  TO S-EXT-DOCUMENTO
                   MOVE OE-importe TO S-EXT-CARGO
                   ADD OE-importe  TO W-SALDO
               WHEN 'R'
                   MOVE 'RECTIFIC.' TO S-EXT-DOCUMENTO
                   MOVE OE-importe TO S-EXT-ABONO
                   SUBTRACT OE-importe FROM W-SALDO
               WHEN 'A'
                   MOVE 'ABONO'    TO S-EXT-DOCUMENTO
                   MOVE OE-importe TO S-EXT-ABONO
                   SUBTRACT OE-importe FROM W-SALDO
               WHEN OTHER
                   MOVE 'COBRO'    TO S-EXT-DOCUMENTO
                   MOVE OE-importe TO S-EXT-ABONO
                   SUBTRACT OE-importe FROM W-SALDO
           END-EVALUATE
           MOVE W-SALDO TO S-EXT-SALDO
           WRITE REG-SALIDA FROM CAB-EXT-3 END-WRITE.

       CERRAR-EXTRACTO.
           MOVE 'SALDO FIN DE MES' TO S-EXT-TITULO-SALDO
           MOVE W-SALDO TO S-EXT-SALDO-TOT
           WRITE REG-SALIDA FROM CAB-EXT-4 END-WRITE
           MOVE SPACES TO REG-SALIDA
           WRITE REG-SALIDA END-WRITE
           MOVE 'N' TO W-HAY-GRUPO.

       GRABAR-AUDITORIA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WHORA-HOY  FROM TIME
           OPEN EXTEND AUDITORIA
           IF WS-FS-AUD NOT = '00'
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES            TO REG-AUDITORIA
           MOVE 'EXTRACTO'        TO AUD-PROGRAMA
           MOVE WFECHA-HOY        TO AUD-FECHA
           MOVE WHORA-HOY         TO AUD-HORA
           MOVE W-CNT-LEIDOS      TO AUD-LEIDOS
           MOVE W-CNT-EXTRACTOS   TO AUD-ESCRITOS
           MOVE 0                 TO AUD-RECHAZADOS
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.

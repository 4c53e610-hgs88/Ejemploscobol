           SELECT contador ASSIGN TO 'NAT-facturas.ctl'
           organization is line sequential
           FILE STATUS IS WS-FS-CTL.
           SELECT contrect ASSIGN TO 'NAT-rectif.ctl'
           organization is line sequential
           FILE STATUS IS WS-FS-CTR.
           SELECT registro ASSIGN TO 'NAT-facturas.reg'
           organization is line sequential
           FILE STATUS IS WS-FS-REG.
           SELECT ordenado ASSIGN TO 'NAT-facturas.srt'.
           SELECT salida  ASSIGN TO 'NAT-salida-facturas'
           organization is line  sequential.
           SELECT excepciones ASSIGN TO 'NAT-salida-facturas.exc'
           organization is line  sequential.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
           organization is line sequential
           FILE STATUS IS WS-FS-AUD.
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 90 CHARACTERS
           DATA RECORD IS REG-ENTRADA.
       01  REG-ENTRADA.
           03 E-cod-vendedor    PIC X(4).
           03 E-total-N REDEFINES E-total PIC 9(9)V99.
           03 E-tipo-mov        PIC X.
           03 E-cod-cliente     PIC X(4).
           03 E-delegacion      PIC X(3).
      * PRECIO DE LISTA, IMPORTE BRUTO Y DESCUENTO DE LA TARIFA DEL
      * CLIENTE; E-VALOR YA ES LA BASE NETA.
           03 E-precio-lista    PIC X(6).
           03 E-bruto           PIC X(11).
           03 E-descuento       PIC X(11).
           03 E-origen-tarifa   PIC X.
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
       FD  PRODUCTOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORD 8 CHARACTERS
           DATA RECORD IS REG-CONTADOR.
       01  REG-CONTADOR      PIC 9(8).
      * CONTADOR DE LA SERIE RECTIFICATIVA, APARTE DEL ORDINARIO.
       FD  CONTRECT
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 8 CHARACTERS
           DATA RECORD IS REG-CONTRECT.
       01  REG-CONTRECT      PIC 9(8).
       FD  REGISTRO
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 94 CHARACTERS
           DATA RECORD IS REG-REGISTRO.
       01  REG-REGISTRO.
           03 FR-numero         PIC 9(8).
           03 FR-cuota          PIC X(11).
           03 FR-total          PIC X(11).
           03 FR-tipo-mov       PIC X.
           03 FR-delegacion     PIC X(3).
      * SERIE 'F' ORDINARIA, 'R' RECTIFICATIVA (ESPACIO EN FILAS
      * ANTERIORES A LA SERIE = ORDINARIA). LA RECTIFICATIVA CITA LA
      * FACTURA QUE CORRIGE Y LA FECHA DE LA VENTA DEVUELTA.
           03 FR-serie          PIC X.
           03 FR-factura-origen PIC 9(8).
           03 FR-fecha-origen   PIC X(8).
       SD  ORDENADO
           DATA RECORD IS REG-ORDENADO.
      * O-CLASE 1 VENTAS, 2 ABONOS: PRIMERO SE EMITEN LAS FACTURAS
      * Y DESPUES LAS RECTIFICATIVAS, QUE PUEDEN CORREGIR UNA
      * FACTURA EMITIDA ESTA MISMA NOCHE.
       01  REG-ORDENADO.
           03 O-clase           PIC 9.
           03 O-cod-cliente     PIC X(4).
           03 O-cod-vendedor    PIC X(4).
           03 O-cod-producto    PIC XX.
           03 O-cuota           PIC X(11).
           03 O-total           PIC X(11).
           03 O-tipo-mov        PIC X.
           03 O-delegacion      PIC X(3).
           03 O-precio-lista    PIC X(6).
           03 O-bruto           PIC X(11).
           03 O-descuento       PIC X(11).
       FD  SALIDA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
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
       FD  AUDITORIA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
       01  WS-FS-CLIENTES      PIC XX.
       01  WS-FS-PRODUCTOS    PIC XX.
       01  WS-FS-CTL           PIC XX.
       01  WS-FS-CTR           PIC XX.
       01  WS-FS-REG           PIC XX.
       01  WS-FS-AUD           PIC XX.
      * NUMERACION DE FACTURA: CONTADOR PERSISTENTE QUE SE REGRABA
      * UN RELANZAMIENTO ARRANCA DEL ULTIMO NUMERO YA EMITIDO Y NO
      * PUEDE NI REPETIR NI SALTAR NUMEROS.
       77  W-NUM-FACTURA       PIC 9(8) VALUE 0.
       77  W-NUM-RECTIF        PIC 9(8) VALUE 0.
      * SERIES ANUALES: DESDE QUE NATANUAL ABRE LA PRIMERA, CADA
      * CONTADOR LLEVA EL ANO EN LAS DOS PRIMERAS CIFRAS (AANNNNNN)
      * Y EMPIEZA EN AA000000 CADA ENERO. UN CONTADOR POR DEBAJO DE
      * 01000000 ES LA NUMERACION CORRIDA ANTERIOR A LAS SERIES Y
      * VALE HASTA EL PRIMER CIERRE ANUAL. CON LA SERIE DE OTRO ANO
      * NO SE EMITE NADA (RC=8): LAS LINEAS SIN FACTURA SE EMITEN
      * LA NOCHE SIGUIENTE A LA APERTURA DE LAS SERIES.
       77  W-SERIE-AA          PIC 99 VALUE 0.
       77  W-ANO-HOY-AA        PIC 99 VALUE 0.
       01  W-SERIE-ERRONEA     PIC X VALUE 'N'.
           88 SERIE-ERRONEA          VALUE 'S'.
      * DOCUMENTO EN CURSO (ORDINARIO O RECTIFICATIVO) PARA EL
      * REGISTRO.
       01  W-SERIE-DOC         PIC X VALUE 'F'.
       01  W-NUM-DOC           PIC 9(8) VALUE 0.
       01  W-ORIGEN-DOC        PIC 9(8) VALUE 0.
       01  W-FECHA-ORIGEN-LIN  PIC X(8) VALUE SPACES.
      * LINEAS YA FACTURADAS: VENTAVALOR REVALORA CADA NOCHE EL
      * DETALLE COMPLETO NO ARCHIVADO, ASI QUE SIN ESTE FILTRO CADA
      * CLIENTE SE REFACTURARIA ENTERO CON NUMERO NUEVO. EL
           03 W-CL-KILOS       PIC X(6).
           03 W-CL-CLIENTE     PIC X(4).
           03 W-CL-TIPO        PIC X.
      * LINEAS DE VENTA FACTURADAS A LAS QUE SE PUEDE DEVOLVER:
      * KILOS VENDIDOS MENOS LOS YA RECTIFICADOS CONTRA ESA LINEA.
      * SE CARGA DEL REGISTRO Y CRECE CON LAS FACTURAS DE LA NOCHE.
       01  TABLA-ORIGENES.
           03 TO-FILA OCCURS 5000 TIMES INDEXED BY IX-ORI.
              05 TO-NUMERO     PIC 9(8).
              05 TO-CLIENTE    PIC X(4).
              05 TO-PRODUCTO   PIC XX.
              05 TO-FECHA      PIC X(8).
              05 TO-KILOS      PIC S9(5)V99.
       77  W-NUM-ORIGENES      PIC 9(5) COMP VALUE 0.
       77  W-IX-MEJOR          PIC 9(5) COMP VALUE 0.
      * ABONOS DEL CLIENTE EN CURSO, A LA ESPERA DE LOCALIZAR SU
      * FACTURA ORIGEN. TA-ESTADO 'P' PENDIENTE DE EMITIR, 'E'
      * EMITIDO, 'X' RETENIDO.
       01  TABLA-ABONOS.
           03 TA-FILA OCCURS 200 TIMES INDEXED BY IX-ABO IX-ABO2.
              05 TA-VENDEDOR   PIC X(4).
              05 TA-PRODUCTO   PIC XX.
              05 TA-FECHA      PIC X(8).
              05 TA-KILOS      PIC X(6).
              05 TA-KILOS-N REDEFINES TA-KILOS PIC 9(4)V99.
              05 TA-VALOR      PIC X(11).
              05 TA-CUOTA      PIC X(11).
              05 TA-TOTAL      PIC X(11).
              05 TA-DELEGACION PIC X(3).
              05 TA-PRECIO-LISTA PIC X(6).
              05 TA-BRUTO      PIC X(11).
              05 TA-DESCUENTO  PIC X(11).
              05 TA-ORIGEN     PIC 9(8).
              05 TA-FECHA-ORIGEN PIC X(8).
              05 TA-ESTADO     PIC X.
       77  W-NUM-ABONOS        PIC 9(4) COMP VALUE 0.
       01  W-CLIENTE-ABO       PIC X(4) VALUE SPACES.
       01  W-ORD-GUARDA        PIC X(90).
       01  W-ORIGEN-ACTUAL     PIC 9(8) VALUE 0.
       01  W-MOTIVO            PIC X(20).
       77  W-CNT-RECTIF        PIC 9(7) VALUE 0.
       77  W-CNT-RETENIDOS     PIC 9(7) VALUE 0.
       01  W-YA-FACTURADA      PIC X VALUE 'N'.
           88 LINEA-YA-FACTURADA     VALUE 'S'.
       77  W-CNT-YA-FACT       PIC 9(7) VALUE 0.
       01  W-FAC-BASE          PIC S9(11)V99 VALUE 0.
       01  W-FAC-CUOTA         PIC S9(11)V99 VALUE 0.
       01  W-FAC-TOTAL         PIC S9(11)V99 VALUE 0.
       01  W-FAC-BRUTO         PIC S9(11)V99 VALUE 0.
       01  W-FAC-DTO           PIC S9(11)V99 VALUE 0.
       01  W-KILOS-RAW         PIC X(6).
       01  W-KILOS-N REDEFINES W-KILOS-RAW PIC 9(4)V99.
       01  W-VALOR-RAW         PIC X(11).
       01  W-CUOTA-N REDEFINES W-CUOTA-RAW PIC 9(9)V99.
       01  W-TOTAL-RAW         PIC X(11).
       01  W-TOTAL-N REDEFINES W-TOTAL-RAW PIC 9(9)V99.
       01  W-PRECIO-RAW        PIC X(6).
       01  W-PRECIO-N REDEFINES W-PRECIO-RAW PIC 9(4)V99.
       01  W-BRUTO-RAW         PIC X(11).
       01  W-BRUTO-N REDEFINES W-BRUTO-RAW PIC 9(9)V99.
       01  W-DTO-RAW           PIC X(11).
       01  W-DTO-N REDEFINES W-DTO-RAW PIC 9(9)V99.
       77  W-CNT-LEIDOS        PIC 9(7) VALUE 0.
       77  W-CNT-FACTURAS      PIC 9(7) VALUE 0.
       01  WFECHA-HOY          PIC 9(8).
           03 S-FAC-NUMERO   PIC 9(8).
           03 FILLER         PIC X(9)  VALUE '   FECHA '.
           03 S-FAC-FECHA    PIC 9(8).
       01  CAB-REC-1.
           03 FILLER         PIC X(24)
              VALUE 'FACTURA RECTIFICATIVA R '.
           03 S-REC-NUMERO   PIC 9(8).
           03 FILLER         PIC X(9)  VALUE '   FECHA '.
           03 S-REC-FECHA    PIC 9(8).
           03 FILLER         PIC X(23)
              VALUE '   RECTIFICA A FACTURA '.
           03 S-REC-ORIGEN   PIC 9(8).
       01  CAB-FAC-2.
           03 FILLER         PIC X(8)  VALUE 'CLIENTE '.
           03 S-FAC-CLIENTE  PIC X(4).
           03 FILLER PIC X(10)  VALUE 'fecha     '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8)   VALUE '  kilos '.
           03 FILLER         PIC X(1) VALUE SPACES.
           03 FILLER PIC X(7)   VALUE 'p.lista'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11)  VALUE '     bruto '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11)  VALUE ' descuento '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11)  VALUE '  base neta'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11)  VALUE '     cuota '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-LIN-KILOS    PIC zzz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-LIN-PRECIO   PIC zzz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-LIN-BRUTO    PIC -zzzzzz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-LIN-DTO      PIC -zzzzzz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-LIN-BASE     PIC -zzzzzz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-LIN-CUOTA    PIC -zzzzzz9,99.
           03 S-IVA-CUOTA    PIC -zz.zzz.zz9,99.
       01  CAB-TOT-1.
           03 FILLER         PIC X(14) VALUE 'TOTAL FACTURA '.
           03 FILLER         PIC X(7)  VALUE 'BRUTO: '.
           03 S-TOT-BRUTO    PIC -zz.zzz.zz9,99.
           03 FILLER         PIC X(7)  VALUE '  DTO.:'.
           03 S-TOT-DTO      PIC -zz.zzz.zz9,99.
           03 FILLER         PIC X(8)  VALUE '  BASE: '.
           03 S-TOT-BASE     PIC -zz.zzz.zz9,99.
           03 FILLER         PIC X(8)  VALUE '  CUOTA:'.
           03 S-TOT-CUOTA    PIC -zz.zzz.zz9,99.
           03 FILLER          PIC X(25)
              VALUE '  LINEAS YA FACTURADAS:  '.
           03 S-CNT-YA-FACT   PIC zzzzzz9.
           03 FILLER          PIC X(18)
              VALUE '  RECTIFICATIVAS: '.
           03 S-CNT-RECTIF    PIC zzzzz9.
           03 FILLER          PIC X(19)
              VALUE '  ABONOS RETENIDOS:'.
           03 S-CNT-RETENIDOS PIC zzzzz9.
       01  CAB-EXC-1.
           03 FILLER PIC X(33)
              VALUE 'ABONOS RETENIDOS SIN RECTIFICAR  '.
           03 S-EXC-FECHA-TIT PIC 9(8).
       01  CAB-EXC-2.
           03 FILLER PIC X(7)   VALUE 'cliente'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8)   VALUE 'vendedor'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8)   VALUE 'producto'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'fecha     '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8)   VALUE '  kilos '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11)  VALUE '     total '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(20)  VALUE 'motivo'.
       01  CAB-EXC-3.
           03 FILLER         PIC X(3) VALUE SPACES.
           03 S-EXC-CLIENTE  PIC X(4).
           03 FILLER         PIC X(4) VALUE SPACES.
           03 S-EXC-VENDEDOR PIC X(4).
           03 FILLER         PIC X(6) VALUE SPACES.
           03 S-EXC-PRODUCTO PIC XX.
           03 FILLER         PIC X(6) VALUE SPACES.
           03 S-EXC-FECHA    PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXC-KILOS    PIC X(8).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXC-TOTAL    PIC X(11).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-EXC-MOTIVO   PIC X(20).

       PROCEDURE DIVISION.
       ABRIR.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           PERFORM LEER-CONTADOR
           PERFORM LEER-CONTADOR-RECTIF
           PERFORM CARGAR-FACTURADAS
           IF REGISTRO-DESBORDADO
               DISPLAY 'FACTURAS REGISTRO DESBORDADO: '
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COMPROBAR-SERIES
           IF SERIE-ERRONEA
               DISPLAY 'FACTURAS SERIE DE OTRO ANO EN LOS CONTADORES: '
                   'FALTA EL CIERRE ANUAL (NATANUAL)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLIENTES PRODUCTOS
           OPEN EXTEND REGISTRO
           IF WS-FS-REG NOT = '00'
               OPEN OUTPUT REGISTRO
           END-IF
           OPEN OUTPUT SALIDA EXCEPCIONES
           MOVE WFECHA-HOY TO S-FECHA-TIT S-EXC-FECHA-TIT
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           WRITE REG-EXCEPCION FROM CAB-EXC-1 END-WRITE
           WRITE REG-EXCEPCION FROM CAB-EXC-2 END-WRITE
           SORT ORDENADO
               ON ASCENDING KEY O-clase O-cod-cliente
               INPUT PROCEDURE IS CARGAR-VENTAS
               OUTPUT PROCEDURE IS EMITIR-FACTURAS
           MOVE W-CNT-FACTURAS TO S-CNT-FACTURAS
           MOVE W-CNT-YA-FACT  TO S-CNT-YA-FACT
           MOVE W-CNT-RECTIF   TO S-CNT-RECTIF
           MOVE W-CNT-RETENIDOS TO S-CNT-RETENIDOS
           WRITE REG-SALIDA FROM CABECERA9 END-WRITE
           PERFORM GRABAR-AUDITORIA
           CLOSE CLIENTES PRODUCTOS REGISTRO SALIDA EXCEPCIONES
           IF W-CNT-RETENIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LEER-CONTADOR.
           WRITE REG-CONTADOR
           CLOSE CONTADOR.

       LEER-CONTADOR-RECTIF.
           MOVE 0 TO W-NUM-RECTIF
           OPEN INPUT CONTRECT
           IF WS-FS-CTR = '00'
               READ CONTRECT AT END MOVE 0 TO REG-CONTRECT END-READ
               MOVE REG-CONTRECT TO W-NUM-RECTIF
               CLOSE CONTRECT
           END-IF.

       COMPROBAR-SERIES.
           MOVE 'N' TO W-SERIE-ERRONEA
           MOVE WFECHA-HOY(3:2) TO W-ANO-HOY-AA
           COMPUTE W-SERIE-AA = W-NUM-FACTURA / 1000000
           IF W-SERIE-AA NOT = 0 AND W-SERIE-AA NOT = W-ANO-HOY-AA
               SET SERIE-ERRONEA TO TRUE
           END-IF
           COMPUTE W-SERIE-AA = W-NUM-RECTIF / 1000000
           IF W-SERIE-AA NOT = 0 AND W-SERIE-AA NOT = W-ANO-HOY-AA
               SET SERIE-ERRONEA TO TRUE
           END-IF.

       GRABAR-CONTADOR-RECTIF.
           OPEN OUTPUT CONTRECT
           MOVE W-NUM-RECTIF TO REG-CONTRECT
           WRITE REG-CONTRECT
           CLOSE CONTRECT.

       CARGAR-FACTURADAS.
           MOVE 0 TO W-NUM-FACTURADAS
           OPEN INPUT REGISTRO
                   MOVE FR-cod-cliente  TO W-CL-CLIENTE
                   MOVE FR-tipo-mov     TO W-CL-TIPO
                   PERFORM ANOTAR-FACTURADA
                   IF FR-serie = 'R'
                       PERFORM DESCONTAR-ORIGEN
                   ELSE
                       IF FR-tipo-mov NOT = 'A'
                           PERFORM ANOTAR-ORIGEN
                       END-IF
                   END-IF
                   READ REGISTRO AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE REGISTRO
               END-IF
           END-IF.

       ANOTAR-ORIGEN.
           IF W-NUM-ORIGENES < 5000
               ADD 1 TO W-NUM-ORIGENES
               SET IX-ORI TO W-NUM-ORIGENES
               MOVE FR-numero       TO TO-NUMERO(IX-ORI)
               MOVE FR-cod-cliente  TO TO-CLIENTE(IX-ORI)
               MOVE FR-cod-producto TO TO-PRODUCTO(IX-ORI)
               MOVE FR-fecha-venta  TO TO-FECHA(IX-ORI)
               MOVE FR-kilos        TO W-KILOS-RAW
               IF W-KILOS-RAW IS NUMERIC
                   MOVE W-KILOS-N TO TO-KILOS(IX-ORI)
               ELSE
                   MOVE 0 TO TO-KILOS(IX-ORI)
               END-IF
           ELSE
               SET REGISTRO-DESBORDADO TO TRUE
           END-IF.

      * UNA LINEA RECTIFICATIVA YA EMITIDA RESTA SUS KILOS DE LA
      * LINEA DE VENTA QUE CITA.
       DESCONTAR-ORIGEN.
           MOVE FR-kilos TO W-KILOS-RAW
           IF W-KILOS-RAW IS NUMERIC
               MOVE 'N' TO W-ENCONTRADO
               PERFORM VARYING IX-ORI FROM 1 BY 1
                       UNTIL IX-ORI > W-NUM-ORIGENES OR ENCONTRADO-S
                   IF TO-NUMERO(IX-ORI)   = FR-factura-origen AND
                      TO-CLIENTE(IX-ORI)  = FR-cod-cliente AND
                      TO-PRODUCTO(IX-ORI) = FR-cod-producto AND
                      TO-FECHA(IX-ORI)    = FR-fecha-origen AND
                      TO-KILOS(IX-ORI) NOT < W-KILOS-N
                       SUBTRACT W-KILOS-N FROM TO-KILOS(IX-ORI)
                       MOVE 'S' TO W-ENCONTRADO
                   END-IF
               END-PERFORM
           END-IF.

      * CADA OCURRENCIA REGISTRADA CONSUME UNA OCURRENCIA DE LA
      * ENTRADA: LA MISMA VENTA REPETIDA DE VERDAD (MISMA CLAVE DOS
      * VECES EN NAT-VENTAS-VALOR) SOLO SE OMITE TANTAS VECES COMO
                   IF LINEA-YA-FACTURADA
                       ADD 1 TO W-CNT-YA-FACT
                   ELSE
                       IF E-tipo-mov = 'A'
                           MOVE 2 TO O-clase
                       ELSE
                           MOVE 1 TO O-clase
                       END-IF
                       MOVE E-cod-cliente  TO O-cod-cliente
                       MOVE E-cod-vendedor TO O-cod-vendedor
                       MOVE E-cod-producto TO O-cod-producto
                       MOVE E-cuota        TO O-cuota
                       MOVE E-total        TO O-total
                       MOVE E-tipo-mov     TO O-tipo-mov
                       MOVE E-delegacion   TO O-delegacion
                       MOVE E-precio-lista TO O-precio-lista
                       MOVE E-bruto        TO O-bruto
                       MOVE E-descuento    TO O-descuento
                       RELEASE REG-ORDENADO
                   END-IF
                   READ ENTRADA AT END MOVE 1 TO FE END-READ
               RETURN ORDENADO
                   AT END MOVE 1 TO FE-SRT
               END-RETURN
               IF FE-SRT = 0 AND O-clase = 1
                   IF HAY-FACTURA-ABIERTA AND
                      O-cod-cliente NOT = W-CLIENTE-ANT
                       PERFORM CERRAR-FACTURA
                   END-IF
                   PERFORM TRATAR-LINEA
               END-IF
               IF FE-SRT = 0 AND O-clase = 2
                   IF HAY-FACTURA-ABIERTA
                       PERFORM CERRAR-FACTURA
                   END-IF
                   IF W-NUM-ABONOS > 0 AND
                      O-cod-cliente NOT = W-CLIENTE-ABO
                       MOVE REG-ORDENADO TO W-ORD-GUARDA
                       PERFORM EMITIR-RECTIFICATIVAS
                       MOVE W-ORD-GUARDA TO REG-ORDENADO
                   END-IF
                   PERFORM GUARDAR-ABONO
               END-IF
           END-PERFORM
           IF HAY-FACTURA-ABIERTA
               PERFORM CERRAR-FACTURA
           END-IF
           IF W-NUM-ABONOS > 0
               PERFORM EMITIR-RECTIFICATIVAS
           END-IF.

       EMPEZAR-FACTURA.
           MOVE O-cod-cliente TO W-CLIENTE-ANT
           MOVE 'S' TO W-HAY-GRUPO
           ADD 1 TO W-NUM-FACTURA
           MOVE 'F'           TO W-SERIE-DOC
           MOVE W-NUM-FACTURA TO W-NUM-DOC
           MOVE 0             TO W-ORIGEN-DOC
           MOVE SPACES        TO W-FECHA-ORIGEN-LIN
           MOVE 0 TO W-NUM-GRUPOS
           MOVE 0 TO W-FAC-BASE W-FAC-CUOTA W-FAC-TOTAL
           MOVE 0 TO W-FAC-BRUTO W-FAC-DTO
           MOVE W-NUM-FACTURA TO S-FAC-NUMERO
           MOVE WFECHA-HOY    TO S-FAC-FECHA
           WRITE REG-SALIDA FROM CAB-FAC-1 END-WRITE
           PERFORM IMPRIMIR-CLIENTE.

       IMPRIMIR-CLIENTE.
           MOVE O-cod-cliente TO S-FAC-CLIENTE
           MOVE 'DESCONOCIDO'  TO C-nombre
           MOVE SPACES         TO C-poblacion
           MOVE O-valor TO W-VALOR-RAW
           MOVE O-cuota TO W-CUOTA-RAW
           MOVE O-total TO W-TOTAL-RAW
           MOVE O-precio-lista TO W-PRECIO-RAW
           MOVE O-bruto        TO W-BRUTO-RAW
           MOVE O-descuento    TO W-DTO-RAW
           IF W-BRUTO-RAW NOT NUMERIC OR W-DTO-RAW NOT NUMERIC
               MOVE W-VALOR-N TO W-BRUTO-N
               MOVE 0         TO W-DTO-N
           END-IF
           IF W-PRECIO-RAW NOT NUMERIC
               MOVE 0 TO W-PRECIO-N
           END-IF
           PERFORM BUSCAR-PRODUCTO
           MOVE O-cod-vendedor TO S-LIN-VENDEDOR
           MOVE O-cod-producto TO S-LIN-PRODUCTO
               INTO S-LIN-FECHA
           END-STRING
           MOVE W-KILOS-N TO S-LIN-KILOS
           MOVE W-PRECIO-N TO S-LIN-PRECIO
           IF O-tipo-mov = 'A'
               MOVE 'ABONO' TO S-LIN-TIPO
               COMPUTE S-LIN-BRUTO = 0 - W-BRUTO-N
               COMPUTE S-LIN-DTO   = 0 - W-DTO-N
               SUBTRACT W-BRUTO-N FROM W-FAC-BRUTO
               SUBTRACT W-DTO-N   FROM W-FAC-DTO
               COMPUTE S-LIN-BASE  = 0 - W-VALOR-N
               COMPUTE S-LIN-CUOTA = 0 - W-CUOTA-N
               COMPUTE S-LIN-TOTAL = 0 - W-TOTAL-N
               SUBTRACT W-TOTAL-N FROM W-FAC-TOTAL
           ELSE
               MOVE SPACES TO S-LIN-TIPO
               MOVE W-BRUTO-N TO S-LIN-BRUTO
               MOVE W-DTO-N   TO S-LIN-DTO
               ADD W-BRUTO-N TO W-FAC-BRUTO
               ADD W-DTO-N   TO W-FAC-DTO
               MOVE W-VALOR-N TO S-LIN-BASE
               MOVE W-CUOTA-N TO S-LIN-CUOTA
               MOVE W-TOTAL-N TO S-LIN-TOTAL

       GRABAR-REGISTRO.
           MOVE SPACES          TO REG-REGISTRO
           MOVE W-NUM-DOC       TO FR-numero
           MOVE O-cod-cliente   TO FR-cod-cliente
           MOVE WFECHA-HOY      TO FR-fecha-emision
           MOVE O-cod-vendedor  TO FR-cod-vendedor
           MOVE O-cuota         TO FR-cuota
           MOVE O-total         TO FR-total
           MOVE O-tipo-mov      TO FR-tipo-mov
           MOVE O-delegacion    TO FR-delegacion
           MOVE W-SERIE-DOC     TO FR-serie
           MOVE W-ORIGEN-DOC    TO FR-factura-origen
           MOVE W-FECHA-ORIGEN-LIN TO FR-fecha-origen
           WRITE REG-REGISTRO
           IF W-SERIE-DOC = 'F' AND O-tipo-mov NOT = 'A'
               PERFORM ANOTAR-ORIGEN
           END-IF.

       CERRAR-FACTURA.
           WRITE REG-SALIDA FROM CAB-IVA-1 END-WRITE
               MOVE TG-CUOTA(IX-GRU)   TO S-IVA-CUOTA
               WRITE REG-SALIDA FROM CAB-IVA-2 END-WRITE
           END-PERFORM
           MOVE W-FAC-BRUTO TO S-TOT-BRUTO
           MOVE W-FAC-DTO   TO S-TOT-DTO
           MOVE W-FAC-BASE  TO S-TOT-BASE
           MOVE W-FAC-CUOTA TO S-TOT-CUOTA
           MOVE W-FAC-TOTAL TO S-TOT-TOTAL
           WRITE REG-SALIDA FROM CAB-TOT-1 END-WRITE
           IF W-SERIE-DOC = 'R'
               ADD 1 TO W-CNT-RECTIF
               PERFORM GRABAR-CONTADOR-RECTIF
           ELSE
               ADD 1 TO W-CNT-FACTURAS
               PERFORM GRABAR-CONTADOR
           END-IF
           MOVE 'N' TO W-HAY-GRUPO.

      * LOS ABONOS YA NO SE RESTAN EN LA FACTURA SIGUIENTE: SE
      * GUARDAN POR CLIENTE Y, AL CAMBIAR DE CLIENTE, CADA UNO SE
      * CASA CON SU FACTURA ORIGEN Y SE EMITE UNA RECTIFICATIVA POR
      * FACTURA ORIGEN CON SU PROPIA NUMERACION.
       GUARDAR-ABONO.
           MOVE O-cod-cliente TO W-CLIENTE-ABO
           IF W-NUM-ABONOS < 200
               ADD 1 TO W-NUM-ABONOS
               SET IX-ABO TO W-NUM-ABONOS
               MOVE O-cod-vendedor TO TA-VENDEDOR(IX-ABO)
               MOVE O-cod-producto TO TA-PRODUCTO(IX-ABO)
               MOVE O-fecha-venta  TO TA-FECHA(IX-ABO)
               MOVE O-kilos        TO TA-KILOS(IX-ABO)
               MOVE O-valor        TO TA-VALOR(IX-ABO)
               MOVE O-cuota        TO TA-CUOTA(IX-ABO)
               MOVE O-total        TO TA-TOTAL(IX-ABO)
               MOVE O-delegacion   TO TA-DELEGACION(IX-ABO)
               MOVE O-precio-lista TO TA-PRECIO-LISTA(IX-ABO)
               MOVE O-bruto        TO TA-BRUTO(IX-ABO)
               MOVE O-descuento    TO TA-DESCUENTO(IX-ABO)
               MOVE 0              TO TA-ORIGEN(IX-ABO)
               MOVE SPACES         TO TA-FECHA-ORIGEN(IX-ABO)
               MOVE 'P'            TO TA-ESTADO(IX-ABO)
           ELSE
               MOVE O-cod-cliente  TO S-EXC-CLIENTE
               MOVE O-cod-vendedor TO S-EXC-VENDEDOR
               MOVE O-cod-producto TO S-EXC-PRODUCTO
               MOVE O-fecha-venta  TO W-FECHA-ORIGEN-LIN
               MOVE O-kilos        TO S-EXC-KILOS
               MOVE O-total        TO S-EXC-TOTAL
               MOVE 'DEMASIADOS ABONOS' TO W-MOTIVO
               PERFORM ANOTAR-RETENIDO
           END-IF.

       EMITIR-RECTIFICATIVAS.
           PERFORM VARYING IX-ABO FROM 1 BY 1
                   UNTIL IX-ABO > W-NUM-ABONOS
               PERFORM LOCALIZAR-ORIGEN
           END-PERFORM
           PERFORM VARYING IX-ABO FROM 1 BY 1
                   UNTIL IX-ABO > W-NUM-ABONOS
               IF TA-ESTADO(IX-ABO) = 'P'
                   MOVE TA-ORIGEN(IX-ABO) TO W-ORIGEN-ACTUAL
                   PERFORM EMPEZAR-RECTIFICATIVA
                   PERFORM VARYING IX-ABO2 FROM IX-ABO BY 1
                           UNTIL IX-ABO2 > W-NUM-ABONOS
                       IF TA-ESTADO(IX-ABO2) = 'P' AND
                          TA-ORIGEN(IX-ABO2) = W-ORIGEN-ACTUAL
                           PERFORM TRATAR-LINEA-RECTIF
                       END-IF
                   END-PERFORM
                   PERFORM CERRAR-FACTURA
               END-IF
           END-PERFORM
           MOVE 0 TO W-NUM-ABONOS.

      * LA FACTURA ORIGEN ES LA DE LA VENTA MAS ANTIGUA DEL MISMO
      * CLIENTE Y PRODUCTO, NO POSTERIOR AL ABONO, QUE AUN TENGA
      * KILOS SIN DEVOLVER PARA CUBRIR TODO EL ABONO. SI NO HAY
      * NINGUNA, EL ABONO SE RETIENE: NO SE REGISTRA Y VUELVE A
      * INTENTARSE LA NOCHE SIGUIENTE.
       LOCALIZAR-ORIGEN.
           MOVE 0 TO W-IX-MEJOR
           IF TA-KILOS(IX-ABO) IS NUMERIC
               PERFORM VARYING IX-ORI FROM 1 BY 1
                       UNTIL IX-ORI > W-NUM-ORIGENES
                   IF TO-CLIENTE(IX-ORI)  = W-CLIENTE-ABO AND
                      TO-PRODUCTO(IX-ORI) = TA-PRODUCTO(IX-ABO) AND
                      TO-FECHA(IX-ORI) NOT > TA-FECHA(IX-ABO) AND
                      TO-KILOS(IX-ORI) NOT < TA-KILOS-N(IX-ABO)
                       IF W-IX-MEJOR = 0
                           SET W-IX-MEJOR TO IX-ORI
                       ELSE
                           IF TO-FECHA(IX-ORI) <
                              TO-FECHA(W-IX-MEJOR)
                               SET W-IX-MEJOR TO IX-ORI
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF W-IX-MEJOR > 0
               SUBTRACT TA-KILOS-N(IX-ABO) FROM TO-KILOS(W-IX-MEJOR)
               MOVE TO-NUMERO(W-IX-MEJOR) TO TA-ORIGEN(IX-ABO)
               MOVE TO-FECHA(W-IX-MEJOR)  TO TA-FECHA-ORIGEN(IX-ABO)
           ELSE
               MOVE 'X' TO TA-ESTADO(IX-ABO)
               MOVE W-CLIENTE-ABO       TO S-EXC-CLIENTE
               MOVE TA-VENDEDOR(IX-ABO) TO S-EXC-VENDEDOR
               MOVE TA-PRODUCTO(IX-ABO) TO S-EXC-PRODUCTO
               MOVE TA-FECHA(IX-ABO)    TO W-FECHA-ORIGEN-LIN
               MOVE TA-KILOS(IX-ABO)    TO S-EXC-KILOS
               MOVE TA-TOTAL(IX-ABO)    TO S-EXC-TOTAL
               MOVE 'SIN FACTURA ORIGEN' TO W-MOTIVO
               PERFORM ANOTAR-RETENIDO
           END-IF.

       ANOTAR-RETENIDO.
           STRING W-FECHA-ORIGEN-LIN(1:4) '/'
                  W-FECHA-ORIGEN-LIN(5:2) '/'
                  W-FECHA-ORIGEN-LIN(7:2) DELIMITED BY SIZE
               INTO S-EXC-FECHA
           END-STRING
           MOVE W-MOTIVO TO S-EXC-MOTIVO
           WRITE REG-EXCEPCION FROM CAB-EXC-3 END-WRITE
           ADD 1 TO W-CNT-RETENIDOS.

       EMPEZAR-RECTIFICATIVA.
           MOVE 'S' TO W-HAY-GRUPO
           ADD 1 TO W-NUM-RECTIF
           MOVE 'R'             TO W-SERIE-DOC
           MOVE W-NUM-RECTIF    TO W-NUM-DOC
           MOVE W-ORIGEN-ACTUAL TO W-ORIGEN-DOC
           MOVE 0 TO W-NUM-GRUPOS
           MOVE 0 TO W-FAC-BASE W-FAC-CUOTA W-FAC-TOTAL
           MOVE 0 TO W-FAC-BRUTO W-FAC-DTO
           MOVE W-NUM-RECTIF    TO S-REC-NUMERO
           MOVE WFECHA-HOY      TO S-REC-FECHA
           MOVE W-ORIGEN-ACTUAL TO S-REC-ORIGEN
           WRITE REG-SALIDA FROM CAB-REC-1 END-WRITE
           MOVE W-CLIENTE-ABO   TO O-cod-cliente
           PERFORM IMPRIMIR-CLIENTE.

      * LA LINEA GUARDADA VUELVE AL REGISTRO DE ORDENACION PARA
      * IMPRIMIRSE, DESGLOSARSE Y REGISTRARSE COMO CUALQUIER OTRA.
       TRATAR-LINEA-RECTIF.
           MOVE 2                     TO O-clase
           MOVE W-CLIENTE-ABO         TO O-cod-cliente
           MOVE TA-VENDEDOR(IX-ABO2)  TO O-cod-vendedor
           MOVE TA-PRODUCTO(IX-ABO2)  TO O-cod-producto
           MOVE TA-FECHA(IX-ABO2)     TO O-fecha-venta
           MOVE TA-KILOS(IX-ABO2)     TO O-kilos
           MOVE TA-VALOR(IX-ABO2)     TO O-valor
           MOVE TA-CUOTA(IX-ABO2)     TO O-cuota
           MOVE TA-TOTAL(IX-ABO2)     TO O-total
           MOVE 'A'                   TO O-tipo-mov
           MOVE TA-DELEGACION(IX-ABO2) TO O-delegacion
           MOVE TA-PRECIO-LISTA(IX-ABO2) TO O-precio-lista
           MOVE TA-BRUTO(IX-ABO2)     TO O-bruto
           MOVE TA-DESCUENTO(IX-ABO2) TO O-descuento
           MOVE TA-FECHA-ORIGEN(IX-ABO2) TO W-FECHA-ORIGEN-LIN
           PERFORM TRATAR-LINEA
           MOVE 'E' TO TA-ESTADO(IX-ABO2).

       GRABAR-AUDITORIA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WHORA-HOY  FROM TIME
           MOVE WFECHA-HOY      TO AUD-FECHA
           MOVE WHORA-HOY       TO AUD-HORA
           MOVE W-CNT-LEIDOS    TO AUD-LEIDOS
           COMPUTE AUD-ESCRITOS = W-CNT-FACTURAS + W-CNT-RECTIF
           MOVE W-CNT-RETENIDOS TO AUD-RECHAZADOS
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICION.
       AUTHOR. J.GAYAN.
      * POSICION DE STOCK DE TODAS LAS DELEGACIONES LADO A LADO: UNA
      * FILA POR PRODUCTO CON LAS EXISTENCIAS DE CADA DELEGACION (EL
      * ALMACEN GENERAL EN LA PRIMERA COLUMNA), LO QUE VIAJA ENTRE
      * ELLAS Y EL TOTAL DE LA EMPRESA DE NAT-STOCK. LAS DELEGACIONES
      * SALEN EN BANDAS DE CINCO COLUMNAS. DETRAS, LOS TRASPASOS
      * TODAVIA EN CAMINO. SI LA SUMA DE LAS DELEGACIONES MAS LO QUE
      * VIAJA NO CUADRA CON NAT-STOCK, EL PRODUCTO SALE COMO
      * DESCUADRE Y EL PASO TERMINA CON RC=4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT stock ASSIGN TO 'NAT-stock'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST-idproducto
           FILE STATUS IS WS-FS-STOCK.
           SELECT stockdel ASSIGN TO 'NAT-stock-deleg'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SD-CLAVE
           FILE STATUS IS WS-FS-SDEL.
           SELECT delegaciones ASSIGN TO 'NAT-delegaciones'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DG-codigo
           FILE STATUS IS WS-FS-DELEG.
           SELECT traspasos ASSIGN TO 'NAT-traspasos'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-NUMERO
           FILE STATUS IS WS-FS-TRP.
           SELECT productos ASSIGN TO 'NAT-productos'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS P-idproducto
           FILE STATUS IS WS-FS-PRODUCTOS.
           SELECT salida  ASSIGN TO 'NAT-salida-posicion'
           organization is line  sequential.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
           organization is line sequential
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 45 CHARACTERS
           DATA RECORD IS REG-STOCK.
       01  REG-STOCK.
           03 ST-idproducto   PIC X(4).
           03 ST-existencias  PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 ST-minimo       PIC 9(7)V99.
           03 ST-proveedor    PIC X(4).
           03 ST-coste-medio  PIC 9(5)V9999.
           03 ST-coste-compra PIC 9(5)V9999.
       FD  STOCKDEL
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 44 CHARACTERS
           DATA RECORD IS REG-STOCK-DELEG.
       01  REG-STOCK-DELEG.
           03 SD-CLAVE.
              05 SD-idproducto  PIC X(4).
              05 SD-delegacion  PIC X(3).
           03 SD-existencias    PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 SD-minimo         PIC 9(7)V99.
           03 SD-transito       PIC 9(7)V99.
           03 SD-cantidad-pedido PIC 9(7)V99.
       FD  DELEGACIONES
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 33 CHARACTERS
           DATA RECORD IS REG-DELEGACION.
       01  REG-DELEGACION.
           03 DG-codigo      PIC X(3).
           03 DG-nombre      PIC X(20).
           03 DG-responsable PIC X(10).
       FD  TRASPASOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 42 CHARACTERS
           DATA RECORD IS REG-TRASPASO.
       01  REG-TRASPASO.
           03 TR-NUMERO          PIC X(6).
           03 TR-origen          PIC X(3).
           03 TR-destino         PIC X(3).
           03 TR-idproducto      PIC X(4).
           03 TR-kilos           PIC 9(7)V99.
           03 TR-fecha-envio     PIC 9(8).
           03 TR-fecha-recepcion PIC 9(8).
           03 TR-ESTADO          PIC X.
       FD  PRODUCTOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 21 CHARACTERS
           DATA RECORD IS REG-PRODUCTO.
       01  REG-PRODUCTO.
           03 P-idproducto   PIC X(4).
           03 P-NomProducto  PIC X(10).
           03 P-IdGrupo      PIC X.
           03 P-precio       PIC X(6).
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
       01  WS-FS-STOCK         PIC XX.
       01  WS-FS-SDEL          PIC XX.
       01  WS-FS-DELEG         PIC XX.
       01  WS-FS-TRP           PIC XX.
       01  WS-FS-PRODUCTOS     PIC XX.
       01  WS-FS-AUD           PIC XX.
      * COLUMNAS DEL LISTADO: LA PRIMERA ES EL ALMACEN GENERAL
      * (DELEGACION EN BLANCO), DESPUES LAS DEL MAESTRO EN ORDEN DE
      * CODIGO Y AL FINAL LAS QUE TIENEN STOCK PERO YA NO ESTAN EN
      * EL MAESTRO, PARA QUE NINGUN KILO QUEDE FUERA DEL LISTADO.
       01  TABLA-DELEG.
           03 TD-FILA OCCURS 50 TIMES INDEXED BY IX-DEL.
              05 TD-CODIGO       PIC X(3).
              05 TD-NOMBRE       PIC X(13).
              05 TD-KILOS        PIC S9(9)V99.
       77  W-NUM-DELEG      PIC 9(4) COMP VALUE 0.
       01  W-TABLA-DESB     PIC X VALUE 'N'.
           88 TABLA-DESBORDADA       VALUE 'S'.
       01  W-TRP-DISP       PIC X VALUE 'N'.
           88 TRASPASOS-DISPONIBLE   VALUE 'S'.
       01  W-ENCONTRADA     PIC X VALUE 'N'.
           88 DELEG-EN-TABLA         VALUE 'S'.
       01  W-DEL-CLAVE      PIC X(3).
       01  W-IDPRODUCTO-CLAVE  PIC X(4).
       77  W-NUM-BANDAS     PIC 9(4) COMP VALUE 0.
       77  W-BANDA          PIC 9(4) COMP VALUE 0.
       77  W-PRIMERA        PIC 9(4) COMP VALUE 0.
       77  W-COL            PIC 9(4) COMP VALUE 0.
       77  W-SUB            PIC 9(4) COMP VALUE 0.
       01  W-EN-CAMINO      PIC S9(9)V99 VALUE 0.
       01  W-SUMA-DELEG     PIC S9(9)V99 VALUE 0.
       01  W-KILOS-FUERA    PIC S9(9)V99 VALUE 0.
       01  W-KILOS-TRP      PIC S9(9)V99 VALUE 0.
       77  W-CNT-LEIDOS        PIC 9(7) VALUE 0.
       77  W-CNT-ESCRITOS      PIC 9(7) VALUE 0.
       77  W-CNT-DESCUADRES    PIC 9(7) VALUE 0.
       77  W-CNT-TRP           PIC 9(7) VALUE 0.
       01  WFECHA-HOY        PIC 9(8).
       01  WHORA-HOY         PIC 9(6).
       77  FE       PIC 9    VALUE 0.
       77  FE-SD    PIC 9    VALUE 0.
       01  CABECERA1.
           03 FILLER PIC X(33)
              VALUE 'POSICION DE STOCK POR DELEGACION '.
           03 S-FECHA-TIT PIC 9(8).
       01  CABECERA-BANDA.
           03 FILLER PIC X(14) VALUE 'DELEGACIONES  '.
           03 S-BANDA-DESDE  PIC z9.
           03 FILLER PIC X(3)  VALUE ' A '.
           03 S-BANDA-HASTA  PIC z9.
           03 FILLER PIC X(4)  VALUE ' DE '.
           03 S-BANDA-TOTAL  PIC z9.
       01  CABECERA2.
           03 FILLER          PIC X(4)  VALUE 'PROD'.
           03 FILLER          PIC X(1)  VALUE SPACES.
           03 FILLER          PIC X(10) VALUE 'NOMBRE    '.
           03 FILLER          PIC X(1)  VALUE SPACES.
           03 CAB2-COL OCCURS 5 TIMES.
              05 FILLER       PIC X(1) VALUE SPACES.
              05 S-CAB-CODIGO PIC X(13) JUSTIFIED RIGHT.
           03 FILLER          PIC X(2)  VALUE SPACES.
           03 FILLER          PIC X(12) VALUE '   EN CAMINO'.
           03 FILLER          PIC X(2)  VALUE SPACES.
           03 FILLER          PIC X(13) VALUE 'TOTAL EMPRESA'.
           03 FILLER          PIC X(2)  VALUE SPACES.
           03 FILLER          PIC X(10) VALUE 'SITUACION '.
       01  CABECERA3.
           03 FILLER          PIC X(16) VALUE SPACES.
           03 CAB3-COL OCCURS 5 TIMES.
              05 FILLER       PIC X(1) VALUE SPACES.
              05 S-CAB-NOMBRE PIC X(13) JUSTIFIED RIGHT.
       01  CABECERA4.
           03 S-idproducto    PIC X(4).
           03 FILLER          PIC X(1)  VALUE SPACES.
           03 S-NomProducto   PIC X(10).
           03 FILLER          PIC X(1)  VALUE SPACES.
           03 CAB4-COL OCCURS 5 TIMES.
              05 FILLER       PIC X(1) VALUE SPACES.
              05 S-CEL-X      PIC X(13).
              05 S-CEL REDEFINES S-CEL-X PIC --.---.--9,99.
           03 FILLER          PIC X(2)  VALUE SPACES.
           03 S-en-camino     PIC z.zzz.zz9,99.
           03 FILLER          PIC X(2)  VALUE SPACES.
           03 S-total         PIC --.---.--9,99.
           03 FILLER          PIC X(2)  VALUE SPACES.
           03 S-situacion     PIC X(10).
       01  CABECERA5.
           03 FILLER          PIC X(33)
              VALUE 'PRODUCTOS CON DESCUADRE:         '.
           03 S-CNT-DESC      PIC zzzz9.
       01  CABECERA6.
           03 FILLER          PIC X(33)
              VALUE 'KILOS EN DELEG. SIN COLUMNA:     '.
           03 S-KILOS-FUERA   PIC --.---.--9,99.
       01  CAB-TRP-1.
           03 FILLER PIC X(30)
              VALUE 'TRASPASOS EN CAMINO           '.
       01  CAB-TRP-2.
           03 FILLER PIC X(6)   VALUE 'NUMERO'.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(7)   VALUE 'ORIGEN '.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(7)   VALUE 'DESTINO'.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(4)   VALUE 'PROD'.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'NOMBRE    '.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(12)  VALUE '       KILOS'.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'ENVIADO   '.
       01  CAB-TRP-3.
           03 S-TRP-NUMERO   PIC X(6).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-TRP-ORIGEN   PIC X(7).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-TRP-DESTINO  PIC X(7).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-TRP-PRODUCTO PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-TRP-NOMBRE   PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-TRP-KILOS    PIC z.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-TRP-FECHA    PIC X(10).
       01  CAB-TRP-4.
           03 FILLER         PIC X(20) VALUE 'TRASPASOS EN CAMINO:'.
           03 S-CNT-TRP      PIC zzzzz9.
           03 FILLER         PIC X(10) VALUE '   KILOS: '.
           03 S-KILOS-TRP    PIC z.zzz.zzz.zz9,99.
       01  W-FD.
           03 W-FD-AAAA     PIC 9(4).
           03 W-FD-MM       PIC 99.
           03 W-FD-DD       PIC 99.
       01  W-FD-N REDEFINES W-FD PIC 9(8).

       PROCEDURE DIVISION.
       ABRIR.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT STOCKDEL
           IF WS-FS-SDEL NOT = '00'
               DISPLAY 'POSICION SIN STOCK POR DELEGACION FS='
                   WS-FS-SDEL
               MOVE 8 TO RETURN-CODE
               CLOSE STOCKDEL
               STOP RUN
           END-IF
           OPEN INPUT STOCK
           IF WS-FS-STOCK NOT = '00'
               DISPLAY 'POSICION SIN FICHERO DE STOCK FS=' WS-FS-STOCK
               MOVE 8 TO RETURN-CODE
               CLOSE STOCK STOCKDEL
               STOP RUN
           END-IF
           OPEN INPUT PRODUCTOS
           OPEN INPUT TRASPASOS
           IF WS-FS-TRP = '00'
               SET TRASPASOS-DISPONIBLE TO TRUE
           END-IF
           PERFORM CARGAR-DELEGACIONES
           OPEN OUTPUT SALIDA
           MOVE WFECHA-HOY TO S-FECHA-TIT
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           COMPUTE W-NUM-BANDAS = (W-NUM-DELEG + 4) / 5
           PERFORM VARYING W-BANDA FROM 1 BY 1
                   UNTIL W-BANDA > W-NUM-BANDAS
               PERFORM LISTAR-BANDA
           END-PERFORM
           MOVE SPACES TO REG-SALIDA
           WRITE REG-SALIDA END-WRITE
           MOVE W-CNT-DESCUADRES TO S-CNT-DESC
           WRITE REG-SALIDA FROM CABECERA5 END-WRITE
           IF TABLA-DESBORDADA
               MOVE W-KILOS-FUERA TO S-KILOS-FUERA
               WRITE REG-SALIDA FROM CABECERA6 END-WRITE
           END-IF
           IF TRASPASOS-DISPONIBLE
               PERFORM LISTAR-TRASPASOS
               CLOSE TRASPASOS
           END-IF
           PERFORM GRABAR-AUDITORIA
           CLOSE STOCK STOCKDEL PRODUCTOS SALIDA
           IF W-CNT-DESCUADRES > 0 OR TABLA-DESBORDADA
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * COLUMNAS: ALMACEN GENERAL, MAESTRO DE DELEGACIONES Y, POR
      * ULTIMO, LAS DELEGACIONES DE NAT-STOCK-DELEG QUE NO ESTAN EN
      * EL MAESTRO.
       CARGAR-DELEGACIONES.
           MOVE 1 TO W-NUM-DELEG
           MOVE SPACES            TO TD-CODIGO(1)
           MOVE 'ALMACEN GRAL.'   TO TD-NOMBRE(1)
           OPEN INPUT DELEGACIONES
           IF WS-FS-DELEG = '00'
               MOVE LOW-VALUES TO DG-codigo
               MOVE 0 TO FE
               START DELEGACIONES KEY IS NOT < DG-codigo
                   INVALID KEY MOVE 1 TO FE
               END-START
               PERFORM UNTIL FE = 1
                   READ DELEGACIONES NEXT RECORD
                       AT END MOVE 1 TO FE
                   END-READ
                   IF FE = 0 AND DG-codigo NOT = SPACES
                       MOVE DG-codigo TO W-DEL-CLAVE
                       PERFORM BUSCAR-COLUMNA
                       IF NOT DELEG-EN-TABLA
                           PERFORM AGREGAR-COLUMNA
                           IF NOT TABLA-DESBORDADA
                               MOVE DG-nombre TO TD-NOMBRE(W-NUM-DELEG)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DELEGACIONES
           END-IF
           MOVE LOW-VALUES TO SD-CLAVE
           MOVE 0 TO FE
           START STOCKDEL KEY IS NOT < SD-CLAVE
               INVALID KEY MOVE 1 TO FE
           END-START
           PERFORM UNTIL FE = 1
               READ STOCKDEL NEXT RECORD
                   AT END MOVE 1 TO FE
               END-READ
               IF FE = 0
                   MOVE SD-delegacion TO W-DEL-CLAVE
                   PERFORM BUSCAR-COLUMNA
                   IF NOT DELEG-EN-TABLA
                       PERFORM AGREGAR-COLUMNA
                       IF NOT TABLA-DESBORDADA
                           MOVE 'NO EN MAESTRO'
                               TO TD-NOMBRE(W-NUM-DELEG)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       BUSCAR-COLUMNA.
           MOVE 'N' TO W-ENCONTRADA
           SET IX-DEL TO 1
           SEARCH TD-FILA
               AT END
                   CONTINUE
               WHEN IX-DEL > W-NUM-DELEG
                   CONTINUE
               WHEN TD-CODIGO(IX-DEL) = W-DEL-CLAVE
                   SET DELEG-EN-TABLA TO TRUE
           END-SEARCH.

       AGREGAR-COLUMNA.
           IF W-NUM-DELEG < 50
               ADD 1 TO W-NUM-DELEG
               MOVE W-DEL-CLAVE TO TD-CODIGO(W-NUM-DELEG)
               MOVE SPACES      TO TD-NOMBRE(W-NUM-DELEG)
           ELSE
               SET TABLA-DESBORDADA TO TRUE
           END-IF.

       LISTAR-BANDA.
           COMPUTE W-PRIMERA = (W-BANDA - 1) * 5 + 1
           MOVE SPACES TO REG-SALIDA
           WRITE REG-SALIDA END-WRITE
           MOVE W-PRIMERA TO S-BANDA-DESDE
           COMPUTE W-SUB = W-PRIMERA + 4
           IF W-SUB > W-NUM-DELEG
               MOVE W-NUM-DELEG TO W-SUB
           END-IF
           MOVE W-SUB       TO S-BANDA-HASTA
           MOVE W-NUM-DELEG TO S-BANDA-TOTAL
           WRITE REG-SALIDA FROM CABECERA-BANDA END-WRITE
           PERFORM VARYING W-COL FROM 1 BY 1 UNTIL W-COL > 5
               COMPUTE W-SUB = W-PRIMERA + W-COL - 1
               MOVE SPACES TO S-CAB-CODIGO(W-COL)
                              S-CAB-NOMBRE(W-COL)
               IF W-SUB NOT > W-NUM-DELEG
                   IF TD-CODIGO(W-SUB) = SPACES
                       MOVE 'GENERAL' TO S-CAB-CODIGO(W-COL)
                   ELSE
                       MOVE TD-CODIGO(W-SUB) TO S-CAB-CODIGO(W-COL)
                   END-IF
                   MOVE TD-NOMBRE(W-SUB) TO S-CAB-NOMBRE(W-COL)
               END-IF
           END-PERFORM
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           WRITE REG-SALIDA FROM CABECERA3 END-WRITE
           MOVE SPACES TO ST-idproducto
           MOVE 0 TO FE
           START STOCK KEY IS NOT < ST-idproducto
               INVALID KEY MOVE 1 TO FE
           END-START
           PERFORM UNTIL FE = 1
               READ STOCK NEXT RECORD
                   AT END MOVE 1 TO FE
               END-READ
               IF FE = 0
                   PERFORM SUMAR-PRODUCTO
                   PERFORM IMPRIMIR-PRODUCTO
               END-IF
           END-PERFORM.

      * KILOS DEL PRODUCTO EN CADA COLUMNA. EL DESCUADRE SE CUENTA
      * SOLO EN LA PRIMERA BANDA, QUE ES LA QUE RECORRE TODO.
       SUMAR-PRODUCTO.
           PERFORM VARYING IX-DEL FROM 1 BY 1 UNTIL IX-DEL > 50
               MOVE 0 TO TD-KILOS(IX-DEL)
           END-PERFORM
           MOVE 0 TO W-EN-CAMINO W-SUMA-DELEG
           MOVE ST-idproducto TO W-IDPRODUCTO-CLAVE
           MOVE ST-idproducto TO SD-idproducto
           MOVE LOW-VALUES    TO SD-delegacion
           MOVE 0 TO FE-SD
           START STOCKDEL KEY IS NOT < SD-CLAVE
               INVALID KEY MOVE 1 TO FE-SD
           END-START
           PERFORM UNTIL FE-SD = 1
               READ STOCKDEL NEXT RECORD
                   AT END MOVE 1 TO FE-SD
               END-READ
               IF FE-SD = 0
                   IF SD-idproducto NOT = W-IDPRODUCTO-CLAVE
                       MOVE 1 TO FE-SD
                   ELSE
                       ADD SD-existencias SD-transito TO W-SUMA-DELEG
                       ADD SD-transito TO W-EN-CAMINO
                       MOVE SD-delegacion TO W-DEL-CLAVE
                       PERFORM BUSCAR-COLUMNA
                       IF DELEG-EN-TABLA
                           ADD SD-existencias TO TD-KILOS(IX-DEL)
                       ELSE
                           IF W-BANDA = 1
                               ADD SD-existencias TO W-KILOS-FUERA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF W-BANDA = 1
               ADD 1 TO W-CNT-LEIDOS
               IF W-SUMA-DELEG NOT = ST-existencias
                   ADD 1 TO W-CNT-DESCUADRES
               END-IF
           END-IF.

       IMPRIMIR-PRODUCTO.
           MOVE ST-idproducto TO S-idproducto
           MOVE 'DESCONOCIDO' TO P-NomProducto
           MOVE ST-idproducto TO P-idproducto
           READ PRODUCTOS
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE P-NomProducto TO S-NomProducto
           PERFORM VARYING W-COL FROM 1 BY 1 UNTIL W-COL > 5
               COMPUTE W-SUB = W-PRIMERA + W-COL - 1
               IF W-SUB > W-NUM-DELEG
                   MOVE SPACES TO S-CEL-X(W-COL)
               ELSE
                   MOVE TD-KILOS(W-SUB) TO S-CEL(W-COL)
               END-IF
           END-PERFORM
           MOVE W-EN-CAMINO    TO S-en-camino
           MOVE ST-existencias TO S-total
           IF W-SUMA-DELEG NOT = ST-existencias
               MOVE 'DESCUADRE' TO S-situacion
           ELSE
               MOVE SPACES      TO S-situacion
           END-IF
           WRITE REG-SALIDA FROM CABECERA4 END-WRITE
           ADD 1 TO W-CNT-ESCRITOS.

       LISTAR-TRASPASOS.
           MOVE SPACES TO REG-SALIDA
           WRITE REG-SALIDA END-WRITE
           WRITE REG-SALIDA FROM CAB-TRP-1 END-WRITE
           WRITE REG-SALIDA FROM CAB-TRP-2 END-WRITE
           MOVE LOW-VALUES TO TR-NUMERO
           MOVE 0 TO FE
           START TRASPASOS KEY IS NOT < TR-NUMERO
               INVALID KEY MOVE 1 TO FE
           END-START
           PERFORM UNTIL FE = 1
               READ TRASPASOS NEXT RECORD
                   AT END MOVE 1 TO FE
               END-READ
               IF FE = 0 AND TR-ESTADO = 'T'
                   PERFORM IMPRIMIR-TRASPASO
               END-IF
           END-PERFORM
           MOVE W-CNT-TRP   TO S-CNT-TRP
           MOVE W-KILOS-TRP TO S-KILOS-TRP
           WRITE REG-SALIDA FROM CAB-TRP-4 END-WRITE.

       IMPRIMIR-TRASPASO.
           ADD 1 TO W-CNT-TRP
           ADD TR-kilos TO W-KILOS-TRP
           MOVE TR-NUMERO     TO S-TRP-NUMERO
           IF TR-origen = SPACES
               MOVE 'GENERAL' TO S-TRP-ORIGEN
           ELSE
               MOVE TR-origen TO S-TRP-ORIGEN
           END-IF
           IF TR-destino = SPACES
               MOVE 'GENERAL' TO S-TRP-DESTINO
           ELSE
               MOVE TR-destino TO S-TRP-DESTINO
           END-IF
           MOVE TR-idproducto TO S-TRP-PRODUCTO
           MOVE 'DESCONOCIDO' TO P-NomProducto
           MOVE TR-idproducto TO P-idproducto
           READ PRODUCTOS
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE P-NomProducto TO S-TRP-NOMBRE
           MOVE TR-kilos      TO S-TRP-KILOS
           MOVE TR-fecha-envio TO W-FD-N
           MOVE SPACES TO S-TRP-FECHA
           STRING W-FD-AAAA '/' W-FD-MM '/' W-FD-DD
               DELIMITED BY SIZE INTO S-TRP-FECHA
           END-STRING
           WRITE REG-SALIDA FROM CAB-TRP-3 END-WRITE
           ADD 1 TO W-CNT-ESCRITOS.

       GRABAR-AUDITORIA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WHORA-HOY  FROM TIME
           OPEN EXTEND AUDITORIA
           IF WS-FS-AUD NOT = '00'
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES            TO REG-AUDITORIA
           MOVE 'POSICION'        TO AUD-PROGRAMA
           MOVE WFECHA-HOY        TO AUD-FECHA
           MOVE WHORA-HOY         TO AUD-HORA
           MOVE W-CNT-LEIDOS      TO AUD-LEIDOS
           MOVE W-CNT-ESCRITOS    TO AUD-ESCRITOS
           MOVE W-CNT-DESCUADRES  TO AUD-RECHAZADOS
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.

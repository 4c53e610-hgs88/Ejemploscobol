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
           SELECT productos ASSIGN TO 'NAT-productos'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS P-idproducto
           FILE STATUS IS WS-FS-PRODUCTOS.
           SELECT lotes ASSIGN TO 'NAT-lotes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-CLAVE
           FILE STATUS IS WS-FS-LOTES.
           SELECT lotesmov ASSIGN TO 'NAT-lotes.mov'
           organization is line sequential
           FILE STATUS IS WS-FS-LMV.
           SELECT ajustes ASSIGN TO 'NAT-ajustes'
           organization is line sequential
           FILE STATUS IS WS-FS-AJU.
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
       FD  PRODUCTOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           03 P-IdGrupo      PIC X.
           03 P-precio       PIC X(6).
           03 P-precio-N REDEFINES P-precio PIC 9(4)V99.
      * EXISTENCIAS POR PRODUCTO Y LOTE (LAS MANTIENE STOCKUPD). LA
      * CLAVE LLEVA LA CADUCIDAD DELANTE DEL LOTE: EN ORDEN DE CLAVE
      * UN PRODUCTO SE LEE EN ORDEN DE CADUCIDAD (FEFO).
       FD  LOTES
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 59 CHARACTERS
           DATA RECORD IS REG-LOTE.
       01  REG-LOTE.
           03 LT-CLAVE.
              05 LT-idproducto  PIC X(4).
              05 LT-caducidad   PIC 9(8).
              05 LT-lote        PIC X(10).
           03 LT-fecha-entrada  PIC 9(8).
           03 LT-proveedor      PIC X(4).
           03 LT-pedido         PIC X(6).
           03 LT-recibido       PIC 9(7)V99.
           03 LT-existencias    PIC S9(7)V99 SIGN LEADING SEPARATE.
      * TRAZABILIDAD: EL RECUENTO ANOTA CADA BAJA DE KILOS DE UN
      * LOTE (I) Y CADA SOBRANTE (S) CON LA FECHA DEL RECUENTO.
       FD  LOTESMOV
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 62 CHARACTERS
           DATA RECORD IS REG-LOTEMOV.
       01  REG-LOTEMOV.
           03 LM-tipo           PIC X.
           03 LM-fecha          PIC 9(8).
           03 LM-idproducto     PIC X(4).
           03 LM-lote           PIC X(10).
           03 LM-caducidad      PIC 9(8).
           03 LM-cod-cliente    PIC X(4).
           03 LM-proveedor      PIC X(4).
           03 LM-pedido         PIC X(6).
           03 LM-kilos          PIC 9(7)V99.
           03 LM-fecha-proceso  PIC 9(8).
      * PISTA DE AUDITORIA DE AJUSTES DE INVENTARIO: QUEDA CADA
      * CORRECCION CON EL LIBRO ANTERIOR, LO CONTADO Y LA
      * DIFERENCIA APLICADA, DE RUN EN RUN, CON EL COSTE MEDIO AL
      * QUE SE VALORO Y EL IMPORTE RESULTANTE.
       FD  AJUSTES
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 70 CHARACTERS
           DATA RECORD IS REG-AJUSTE.
       01  REG-AJUSTE.
           03 AJ-FECHA-PROCESO  PIC 9(8).
           03 AJ-LIBRO          PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 AJ-CONTADO        PIC 9(7)V99.
           03 AJ-DIFERENCIA     PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 AJ-COSTE          PIC 9(5)V9999.
           03 AJ-VALOR          PIC S9(9)V99 SIGN LEADING SEPARATE.
       FD  RECHAZOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
       01  WS-FS-RCT           PIC XX.
       01  WS-FS-STOCK         PIC XX.
       01  WS-FS-SDEL          PIC XX.
       01  WS-FS-DELEG         PIC XX.
       01  WS-FS-PRODUCTOS     PIC XX.
       01  WS-FS-AJU           PIC XX.
       01  WS-FS-LOTES         PIC XX.
       01  WS-FS-LMV           PIC XX.
       01  WS-FS-AUD           PIC XX.
      * FICHERO DE RECUENTO FISICO: PRODUCTO;KILOS;AAAAMMDD. EL
      * LIBRO SE AJUSTA A LO CONTADO Y LA DIFERENCIA SE VALORA AL
      * COSTE MEDIO PONDERADO QUE MANTIENE STOCKUPD EN NAT-STOCK.
      * DESPUES SE VALORAN A ESE COSTE LAS EXISTENCIAS FINALES DE
      * TODOS LOS PRODUCTOS; LAS QUE NO TIENEN COSTE DAN RC=4.
      * UN CUARTO CAMPO OPCIONAL DELEGACION CUENTA EL ALMACEN DE ESA
      * DELEGACION: EL LIBRO ES SU FILA DE NAT-STOCK-DELEG Y LA
      * DIFERENCIA SE APLICA A ESA FILA Y AL TOTAL DE NAT-STOCK. SIN
      * DELEGACION SE CUENTA EL TOTAL DE LA EMPRESA, COMO SIEMPRE, Y
      * LA DIFERENCIA VA AL ALMACEN GENERAL.
       01  W-LINEA           PIC X(30).
       01  DESTRIPAR.
           03 W-idproducto   PIC x(2) justified right.
           03 W-CANTIDAD     PIC X(12).
           03 W-FECHA-RAW    PIC X(10).
           03 W-fecha        PIC X(8).
           03 W-delegacion   PIC X(3).
       01  W-ID-RAW          PIC X(10).
       01  wcant-a.
           03 wcant-e   pic x(7) justified right.
           88 LINEA-VALIDA            VALUE 'S'.
           88 LINEA-INVALIDA          VALUE 'N'.
       01  W-MOTIVO-RECHAZO  PIC X(19) VALUE SPACES.
       01  W-SDEL-DISP       PIC X VALUE 'N'.
           88 STOCK-DELEG-DISPONIBLE  VALUE 'S'.
       01  W-DELEG-DISP      PIC X VALUE 'N'.
           88 MAESTRO-DELEG-DISPONIBLE VALUE 'S'.
      * LOTES: LA DIFERENCIA DEL RECUENTO SE LLEVA TAMBIEN A
      * NAT-LOTES. UNA FALTA SE DA DE BAJA PRIMERO DE LOS LOTES YA
      * CADUCADOS EN LA FECHA DEL RECUENTO Y DESPUES DEL RESTO EN
      * ORDEN FEFO; UN SOBRANTE VA AL LOTE EN BLANCO DEL PRODUCTO.
      * LA FALTA QUE NO ENCUENTRA KILOS EN NINGUN LOTE SE ANOTA SIN
      * LOTE Y DA RC=4.
       01  W-LOTES-DISP         PIC X VALUE 'N'.
           88 LOTES-DISPONIBLE        VALUE 'S'.
       01  W-PASADA-LOTE        PIC X VALUE '1'.
           88 PASADA-CADUCADOS        VALUE '1'.
           88 PASADA-FEFO             VALUE '2'.
       01  W-FECHA-RECUENTO-N   PIC 9(8) VALUE 0.
       01  W-PENDIENTE-LOTE     PIC 9(7)V99 VALUE 0.
       01  W-TOMADO             PIC 9(7)V99 VALUE 0.
       77  FE-LOT               PIC 9 VALUE 0.
       77  W-CNT-SIN-LOTE       PIC 9(7) VALUE 0.
       01  W-LIBRO           PIC S9(8)V99 VALUE 0.
       01  W-DIFERENCIA      PIC S9(8)V99 VALUE 0.
       01  W-VALOR-DIF       PIC S9(11)V99 VALUE 0.
       01  W-VALOR-EXIST     PIC S9(11)V99 VALUE 0.
       01  W-TOTAL-DIF       PIC S9(11)V99 VALUE 0.
       01  W-TOTAL-EXIST     PIC S9(11)V99 VALUE 0.
       77  W-CNT-SIN-COSTE   PIC 9(7) VALUE 0.
       77  W-CNT-LEIDOS      PIC 9(7) VALUE 0.
       77  W-CNT-AJUSTADOS   PIC 9(7) VALUE 0.
       77  W-CNT-RECHAZADOS  PIC 9(7) VALUE 0.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'NOMBRE    '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(5)   VALUE 'DELEG'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14)  VALUE '        LIBRO '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14)  VALUE '      CONTADO '.
           03 FILLER PIC X(14)  VALUE '   DIFERENCIA '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14)  VALUE 'VALOR DIFEREN.'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(12)  VALUE ' COSTE MEDIO'.
       01  CABECERA3.
           03 FILLER         PIC X(4) VALUE SPACES.
           03 S-idproducto   PIC X(2).
           03 FILLER         PIC X(4) VALUE SPACES.
           03 S-NomProducto  PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-delegacion   PIC X(5).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-libro        PIC --.---.--9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-contado      PIC -z.zzz.zz9,99.
           03 S-diferencia   PIC --.---.--9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-valor-dif    PIC --.---.--9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-coste        PIC zz.zz9,9999.
       01  CABECERA4.
           03 FILLER          PIC X(11) VALUE 'AJUSTADOS: '.
           03 S-CNT-AJU       PIC zzzzz9.
           03 FILLER          PIC X(14) VALUE '  RECHAZADOS: '.
           03 S-CNT-RECH      PIC zzzzz9.
           03 FILLER          PIC X(22)
              VALUE '  VALOR DIFERENCIAS:  '.
           03 S-TOTAL-DIF     PIC --.---.---.--9,99.
       01  CABECERA5.
           03 FILLER PIC X(40)
              VALUE 'VALORACION DE EXISTENCIAS A COSTE MEDIO '.
           03 S-FECHA-VAL PIC 9(8).
       01  CABECERA6.
           03 FILLER PIC X(8)   VALUE 'PRODUCTO'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'NOMBRE    '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14)  VALUE '  EXISTENCIAS '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(12)  VALUE ' COSTE MEDIO'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14)  VALUE '         VALOR'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9)   VALUE 'SITUACION'.
       01  CABECERA7.
           03 FILLER         PIC X(4) VALUE SPACES.
           03 S-idproducto-V PIC X(2).
           03 FILLER         PIC X(4) VALUE SPACES.
           03 S-NomProducto-V PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-existencias  PIC --.---.--9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-coste-V      PIC zz.zz9,9999.
           03 FILLER         PIC X(3) VALUE SPACES.
           03 S-valor-exist  PIC --.---.--9,99.
           03 FILLER         PIC X(3) VALUE SPACES.
           03 S-situacion-V  PIC X(9).
       01  CABECERA8.
           03 FILLER          PIC X(24)
              VALUE 'VALOR TOTAL EXISTENCIAS:'.
           03 S-TOTAL-EXIST   PIC --.---.---.--9,99.
           03 FILLER          PIC X(14) VALUE '  SIN COSTE: '.
           03 S-CNT-SIN-COSTE PIC zzzzz9.
       01  CABECERA9.
           03 FILLER          PIC X(33)
              VALUE 'BAJAS DE RECUENTO SIN LOTE:      '.
           03 S-CNT-SIN-LOTE  PIC zzzzz9.

       PROCEDURE DIVISION.
       ABRIR.
               CLOSE STOCK
               STOP RUN
           END-IF
           OPEN I-O STOCKDEL
           IF WS-FS-SDEL = '00'
               SET STOCK-DELEG-DISPONIBLE TO TRUE
           END-IF
           OPEN INPUT DELEGACIONES
           IF WS-FS-DELEG = '00'
               SET MAESTRO-DELEG-DISPONIBLE TO TRUE
           END-IF
           OPEN INPUT PRODUCTOS
           OPEN I-O LOTES
           IF WS-FS-LOTES = '00'
               SET LOTES-DISPONIBLE TO TRUE
               OPEN EXTEND LOTESMOV
               IF WS-FS-LMV NOT = '00'
                   OPEN OUTPUT LOTESMOV
               END-IF
           END-IF
           OPEN EXTEND AJUSTES
           IF WS-FS-AJU NOT = '00'
               OPEN OUTPUT AJUSTES
           PERFORM TRATAR-RECUENTOS
           MOVE W-CNT-AJUSTADOS  TO S-CNT-AJU
           MOVE W-CNT-RECHAZADOS TO S-CNT-RECH
           MOVE W-TOTAL-DIF      TO S-TOTAL-DIF
           WRITE REG-SALIDA FROM CABECERA4 END-WRITE
           IF LOTES-DISPONIBLE
               MOVE W-CNT-SIN-LOTE TO S-CNT-SIN-LOTE
               WRITE REG-SALIDA FROM CABECERA9 END-WRITE
           END-IF
           PERFORM VALORAR-EXISTENCIAS
           PERFORM GRABAR-AUDITORIA
           IF STOCK-DELEG-DISPONIBLE
               CLOSE STOCKDEL
           END-IF
           IF MAESTRO-DELEG-DISPONIBLE
               CLOSE DELEGACIONES
           END-IF
           IF LOTES-DISPONIBLE
               CLOSE LOTES LOTESMOV
           END-IF
           CLOSE STOCK PRODUCTOS AJUSTES SALIDA rechazos
           IF W-CNT-RECHAZADOS > 0 OR W-CNT-SIN-COSTE > 0
              OR W-CNT-SIN-LOTE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
           SET LINEA-VALIDA TO TRUE
           MOVE SPACES TO DESTRIPAR W-ID-RAW
           unstring W-LINEA delimited by ';' into
               W-ID-RAW W-CANTIDAD W-FECHA-RAW W-delegacion
           end-unstring
           unstring W-ID-RAW delimited by ' ' into W-idproducto
           end-unstring
                   MOVE 'PRODUCTO NO EXISTE' TO W-MOTIVO-RECHAZO
                   PERFORM RECHAZAR
               NOT INVALID KEY
                   PERFORM VALIDAR-DELEGACION
           END-READ.

      * LA DELEGACION TIENE QUE ESTAR EN EL MAESTRO Y, PARA CONTARLA
      * APARTE, TIENE QUE HABER STOCK POR DELEGACION.
       VALIDAR-DELEGACION.
           IF W-delegacion = SPACES
               PERFORM APLICAR-AJUSTE
           ELSE
               IF NOT STOCK-DELEG-DISPONIBLE
                  OR NOT MAESTRO-DELEG-DISPONIBLE
                   MOVE 'SIN STOCK DELEG.' TO W-MOTIVO-RECHAZO
                   PERFORM RECHAZAR
               ELSE
                   MOVE W-delegacion TO DG-codigo
                   READ DELEGACIONES
                       INVALID KEY
                           MOVE 'DELEGACION INVALIDA'
                               TO W-MOTIVO-RECHAZO
                           PERFORM RECHAZAR
                       NOT INVALID KEY
                           PERFORM APLICAR-AJUSTE
                   END-READ
               END-IF
           END-IF.

       APLICAR-AJUSTE.
           MOVE SPACES TO ST-idproducto
           MOVE W-idproducto TO ST-idproducto
                   MOVE 0 TO ST-existencias
                   MOVE 0 TO ST-minimo
                   MOVE SPACES TO ST-proveedor
                   MOVE 0 TO ST-coste-medio
                   MOVE 0 TO ST-coste-compra
                   WRITE REG-STOCK END-WRITE
           END-READ
           MOVE ST-existencias TO W-LIBRO
           IF STOCK-DELEG-DISPONIBLE
               PERFORM LOCALIZAR-STOCK-DELEG
               IF W-delegacion NOT = SPACES
                   MOVE SD-existencias TO W-LIBRO
               END-IF
           END-IF
           COMPUTE W-DIFERENCIA = wcant-n - W-LIBRO
           COMPUTE W-VALOR-DIF ROUNDED =
               W-DIFERENCIA * ST-coste-medio
           ADD W-VALOR-DIF TO W-TOTAL-DIF
           MOVE W-idproducto    TO S-idproducto
           MOVE P-NomProducto   TO S-NomProducto
           MOVE W-delegacion    TO S-delegacion
           IF W-delegacion = SPACES
               MOVE 'TOTAL'     TO S-delegacion
           END-IF
           MOVE W-LIBRO         TO S-libro
           MOVE wcant-n         TO S-contado
           MOVE W-DIFERENCIA    TO S-diferencia
           MOVE W-VALOR-DIF     TO S-valor-dif
           MOVE ST-coste-medio  TO S-coste
           WRITE REG-SALIDA FROM CABECERA3 END-WRITE
           MOVE WFECHA-HOY      TO AJ-FECHA-PROCESO
           MOVE W-fecha         TO AJ-FECHA-RECUENTO
           MOVE ST-idproducto   TO AJ-idproducto
           MOVE W-LIBRO         TO AJ-LIBRO
           MOVE wcant-n         TO AJ-CONTADO
           MOVE W-DIFERENCIA    TO AJ-DIFERENCIA
           MOVE ST-coste-medio  TO AJ-COSTE
           MOVE W-VALOR-DIF     TO AJ-VALOR
           WRITE REG-AJUSTE
           ADD W-DIFERENCIA TO ST-existencias
           REWRITE REG-STOCK END-REWRITE
           IF STOCK-DELEG-DISPONIBLE
               ADD W-DIFERENCIA TO SD-existencias
               REWRITE REG-STOCK-DELEG END-REWRITE
           END-IF
           IF LOTES-DISPONIBLE AND W-DIFERENCIA NOT = 0
               PERFORM AJUSTAR-LOTES
           END-IF
           ADD 1 TO W-CNT-AJUSTADOS.

      * LOS LOTES NO VAN POR DELEGACION: LA DIFERENCIA DE UNA
      * DELEGACION SE LLEVA A LOS LOTES DEL PRODUCTO.
       AJUSTAR-LOTES.
           MOVE W-fecha TO W-FECHA-RECUENTO-N
           IF W-DIFERENCIA < 0
               COMPUTE W-PENDIENTE-LOTE = 0 - W-DIFERENCIA
               SET PASADA-CADUCADOS TO TRUE
               PERFORM RECORRER-LOTES
               IF W-PENDIENTE-LOTE > 0
                   SET PASADA-FEFO TO TRUE
                   PERFORM RECORRER-LOTES
               END-IF
               IF W-PENDIENTE-LOTE > 0
                   ADD 1 TO W-CNT-SIN-LOTE
                   MOVE SPACES             TO REG-LOTEMOV
                   MOVE 'I'                TO LM-tipo
                   MOVE W-FECHA-RECUENTO-N TO LM-fecha
                   MOVE ST-idproducto      TO LM-idproducto
                   MOVE 0                  TO LM-caducidad
                   MOVE W-PENDIENTE-LOTE   TO LM-kilos
                   PERFORM GRABAR-MOVIMIENTO-LOTE-SL
               END-IF
           ELSE
               PERFORM SOBRANTE-A-LOTE
           END-IF.

       RECORRER-LOTES.
           MOVE ST-idproducto TO LT-idproducto
           MOVE 0 TO LT-caducidad
           MOVE LOW-VALUES TO LT-lote
           MOVE 0 TO FE-LOT
           START LOTES KEY IS NOT < LT-CLAVE
               INVALID KEY MOVE 1 TO FE-LOT
           END-START
           PERFORM UNTIL FE-LOT = 1 OR W-PENDIENTE-LOTE = 0
               READ LOTES NEXT RECORD
                   AT END MOVE 1 TO FE-LOT
               END-READ
               IF FE-LOT = 0
                   IF LT-idproducto NOT = ST-idproducto
                       MOVE 1 TO FE-LOT
                   ELSE
                       IF LT-existencias > 0
                          AND ((PASADA-CADUCADOS AND
                                LT-caducidad NOT = 0 AND
                                LT-caducidad < W-FECHA-RECUENTO-N)
                           OR (PASADA-FEFO AND
                               (LT-caducidad = 0 OR
                                LT-caducidad NOT < W-FECHA-RECUENTO-N)))
                           PERFORM BAJA-DE-LOTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       BAJA-DE-LOTE.
           IF LT-existencias < W-PENDIENTE-LOTE
               MOVE LT-existencias TO W-TOMADO
           ELSE
               MOVE W-PENDIENTE-LOTE TO W-TOMADO
           END-IF
           SUBTRACT W-TOMADO FROM LT-existencias W-PENDIENTE-LOTE
           MOVE SPACES             TO REG-LOTEMOV
           MOVE 'I'                TO LM-tipo
           MOVE W-FECHA-RECUENTO-N TO LM-fecha
           MOVE LT-proveedor       TO LM-proveedor
           MOVE LT-pedido          TO LM-pedido
           MOVE W-TOMADO           TO LM-kilos
           PERFORM GRABAR-MOVIMIENTO-LOTE
           REWRITE REG-LOTE END-REWRITE.

      * EL SOBRANTE NO TIENE LOTE CONOCIDO: VA AL LOTE EN BLANCO CON
      * CADUCIDAD CERO, COMO LO RECIBIDO SIN LOTE.
       SOBRANTE-A-LOTE.
           MOVE ST-idproducto TO LT-idproducto
           MOVE 0             TO LT-caducidad
           MOVE SPACES        TO LT-lote
           READ LOTES
               INVALID KEY
                   MOVE ST-idproducto TO LT-idproducto
                   MOVE 0             TO LT-caducidad
                   MOVE SPACES        TO LT-lote
                   MOVE WFECHA-HOY    TO LT-fecha-entrada
                   MOVE ST-proveedor  TO LT-proveedor
                   MOVE SPACES        TO LT-pedido
                   MOVE 0 TO LT-recibido LT-existencias
                   WRITE REG-LOTE END-WRITE
           END-READ
           ADD W-DIFERENCIA TO LT-existencias
           MOVE SPACES             TO REG-LOTEMOV
           MOVE 'S'                TO LM-tipo
           MOVE W-FECHA-RECUENTO-N TO LM-fecha
           MOVE LT-proveedor       TO LM-proveedor
           MOVE LT-pedido          TO LM-pedido
           MOVE W-DIFERENCIA       TO LM-kilos
           PERFORM GRABAR-MOVIMIENTO-LOTE
           REWRITE REG-LOTE END-REWRITE.

      * COMPLETA LA FILA CON EL LOTE EN CURSO (REG-LOTE) Y LA GRABA.
       GRABAR-MOVIMIENTO-LOTE.
           MOVE LT-idproducto TO LM-idproducto
           MOVE LT-lote       TO LM-lote
           MOVE LT-caducidad  TO LM-caducidad
           PERFORM GRABAR-MOVIMIENTO-LOTE-SL.

       GRABAR-MOVIMIENTO-LOTE-SL.
           MOVE WFECHA-HOY    TO LM-fecha-proceso
           WRITE REG-LOTEMOV.

      * FILA DE LA DELEGACION CONTADA (LA DEL ALMACEN GENERAL SI LA
      * LINEA NO TRAE DELEGACION); SI NO EXISTE SE CREA A CERO.
       LOCALIZAR-STOCK-DELEG.
           MOVE ST-idproducto TO SD-idproducto
           MOVE W-delegacion  TO SD-delegacion
           READ STOCKDEL
               INVALID KEY
                   MOVE ST-idproducto TO SD-idproducto
                   MOVE W-delegacion  TO SD-delegacion
                   MOVE 0 TO SD-existencias SD-minimo SD-transito
                             SD-cantidad-pedido
                   WRITE REG-STOCK-DELEG END-WRITE
           END-READ.

      * EXISTENCIAS FINALES, YA AJUSTADAS, A COSTE MEDIO.
       VALORAR-EXISTENCIAS.
           MOVE WFECHA-HOY TO S-FECHA-VAL
           WRITE REG-SALIDA FROM CABECERA5 END-WRITE
           WRITE REG-SALIDA FROM CABECERA6 END-WRITE
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
                   PERFORM VALORAR-PRODUCTO
               END-IF
           END-PERFORM
           MOVE W-TOTAL-EXIST   TO S-TOTAL-EXIST
           MOVE W-CNT-SIN-COSTE TO S-CNT-SIN-COSTE
           WRITE REG-SALIDA FROM CABECERA8 END-WRITE.

       VALORAR-PRODUCTO.
           MOVE 'DESCONOCIDO' TO P-NomProducto
           MOVE ST-idproducto TO P-idproducto
           READ PRODUCTOS
               INVALID KEY
                   CONTINUE
           END-READ
           COMPUTE W-VALOR-EXIST ROUNDED =
               ST-existencias * ST-coste-medio
           ADD W-VALOR-EXIST TO W-TOTAL-EXIST
           MOVE ST-idproducto   TO S-idproducto-V
           MOVE P-NomProducto   TO S-NomProducto-V
           MOVE ST-existencias  TO S-existencias
           MOVE ST-coste-medio  TO S-coste-V
           MOVE W-VALOR-EXIST   TO S-valor-exist
           MOVE SPACES          TO S-situacion-V
           IF ST-coste-medio = 0 AND ST-existencias NOT = 0
               ADD 1 TO W-CNT-SIN-COSTE
               MOVE 'SIN COSTE' TO S-situacion-V
           END-IF
           WRITE REG-SALIDA FROM CABECERA7 END-WRITE.

       RECHAZAR.
           ADD 1                 TO W-CNT-RECHAZADOS
           MOVE SPACES           TO REG-RECHAZO

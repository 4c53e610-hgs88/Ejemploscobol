           ACCESS MODE IS DYNAMIC
           RECORD KEY IS P-idproducto
           FILE STATUS IS WS-FS-PRODUCTOS.
           SELECT valoradas ASSIGN TO 'NAT-recepciones.val'
           organization is line sequential
           FILE STATUS IS WS-FS-VAL.
           SELECT plazos ASSIGN TO 'NAT-recepciones.his'
           organization is line sequential
           FILE STATUS IS WS-FS-HIS.
           SELECT salida  ASSIGN TO 'NAT-salida-recepcion'
           organization is line  sequential.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 40 CHARACTERS
           DATA RECORD IS REG-RECEPCION.
      * PRODUCTO;KILOS;LOTE;CADUCIDAD (AAAAMMDD);DELEGACION.
       01 REG-RECEPCION pic x(40).
      * COPIA VALORADA DE CADA LINEA LEIDA, EN EL MISMO ORDEN, CON EL
      * COSTE UNITARIO DEL PEDIDO CONTRA EL QUE CASA (CERO SI NO
      * CASA O ES INVALIDA). STOCKUPD LA USA PARA EL COSTE MEDIO.
       FD  VALORADAS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 56 CHARACTERS
           DATA RECORD IS REG-VALORADA.
       01  REG-VALORADA.
           03 VAL-LINEA       PIC X(40).
           03 VAL-PEDIDO      PIC X(6).
           03 VAL-COSTE       PIC 9(5)V9999.
      *    C=COSTE DEL PEDIDO, S=SIN PEDIDO, I=LINEA INVALIDA
           03 VAL-ESTADO      PIC X.
      * HISTORIA DE RECEPCIONES CASADAS CON SU PEDIDO: FECHA DEL
      * PEDIDO Y FECHA DE LLEGADA DE CADA ENTREGA. DE AQUI SALE EL
      * PLAZO REAL DE CADA PROVEEDOR PARA EL PUNTO DE PEDIDO.
       FD  PLAZOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 42 CHARACTERS
           DATA RECORD IS REG-PLAZO.
       01  REG-PLAZO.
           03 PZ-pedido          PIC X(6).
           03 PZ-proveedor       PIC X(4).
           03 PZ-idproducto      PIC X(4).
           03 PZ-fecha-pedido    PIC 9(8).
           03 PZ-fecha-recepcion PIC 9(8).
           03 PZ-kilos           PIC 9(7)V99.
           03 PZ-delegacion      PIC X(3).
       FD  PEDIDOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 53 CHARACTERS
           DATA RECORD IS REG-PEDIDO.
       01  REG-PEDIDO.
           03 PED-NUMERO      PIC X(6).
           03 PED-CANTIDAD    PIC 9(7)V99.
           03 PED-RECIBIDO    PIC 9(7)V99.
           03 PED-ESTADO      PIC X.
           03 PED-COSTE       PIC 9(5)V9999.
           03 PED-delegacion  PIC X(3).
       FD  PRODUCTOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
       01  WS-FS-PEDIDOS       PIC XX.
       01  WS-FS-PRODUCTOS     PIC XX.
       01  WS-FS-AUD           PIC XX.
       01  WS-FS-VAL           PIC XX.
       01  WS-FS-HIS           PIC XX.
      * CASA CADA LINEA DE RECEPCION CON EL PEDIDO ABIERTO MAS
      * ANTIGUO DEL PRODUCTO, ACUMULA LO RECIBIDO Y CIERRA EL
      * PEDIDO AL COMPLETARSE. LO QUE LLEGA SIN PEDIDO O POR
      * ENCIMA DE LO PEDIDO SALE EN EL INFORME DE DISCREPANCIAS
      * CON RC=4; EL STOCK LO SIGUE SUMANDO STOCKUPD, QUE TOMA DE
      * NAT-RECEPCIONES.VAL EL COSTE DEL PEDIDO PARA EL COSTE MEDIO.
       01  W-LINEA           PIC X(40).
       01  DESTRIPAR.
           03 W-idproducto   PIC x(2) justified right.
           03 W-CANTIDAD     PIC X(12).
      * LOTE DEL PROVEEDOR Y FECHA DE CADUCIDAD: SIN ELLOS LA LINEA
      * CASA CON SU PEDIDO Y ENTRA EN STOCK (LA MERCANCIA ESTA EN
      * EL ALMACEN), PERO SALE COMO DISCREPANCIA PORQUE ESOS KILOS
      * NO SE PODRAN SEGUIR EN UNA RETIRADA.
           03 W-LOTE         PIC X(10).
           03 W-CADUCIDAD    PIC X(8).
           03 W-CADUCIDAD-R REDEFINES W-CADUCIDAD.
              05 W-CAD-AAAA  PIC 9(4).
              05 W-CAD-MM    PIC 99.
              05 W-CAD-DD    PIC 99.
      * DELEGACION QUE RECIBE (OPCIONAL): SE CASA PRIMERO CON UN
      * PEDIDO ABIERTO DE ESA DELEGACION Y, SI NO LO HAY, CON EL MAS
      * ANTIGUO DEL PRODUCTO. SIN ELLA LA MERCANCIA ES DE LA
      * DELEGACION DEL PEDIDO.
           03 W-delegacion   PIC X(3).
       01  W-ID-RAW          PIC X(10).
       01  wcant-a.
           03 wcant-e   pic x(7) justified right.
       01  W-LINEA-VALIDA       PIC X VALUE 'S'.
           88 LINEA-VALIDA            VALUE 'S'.
           88 LINEA-INVALIDA          VALUE 'N'.
       01  W-LOTE-VALIDO        PIC X VALUE 'S'.
           88 LOTE-VALIDO             VALUE 'S'.
           88 LOTE-INVALIDO           VALUE 'N'.
       77  W-CNT-SIN-LOTE       PIC 9(7) VALUE 0.
       01  W-DIAS-TABLA     PIC X(24) VALUE '312831303130313130313031'.
       01  W-DIAS-TABLA-R REDEFINES W-DIAS-TABLA.
           03 W-DIAS-MES-T OCCURS 12 TIMES PIC 99.
       01  W-DIAS-MES       PIC 99 VALUE 0.
       77  W-BIS-COCIENTE   PIC 9(4) COMP VALUE 0.
       77  W-BIS-RESTO4     PIC 9(4) COMP VALUE 0.
       77  W-BIS-RESTO100   PIC 9(4) COMP VALUE 0.
       77  W-BIS-RESTO400   PIC 9(4) COMP VALUE 0.
       01  W-PED-ABIERTO     PIC X VALUE 'N'.
           88 HAY-PEDIDO-ABIERTO   VALUE 'S'.
       01  W-PED-ELEGIDO     PIC X(6).
       01  W-PED-OTRA-DELEG  PIC X VALUE 'N'.
           88 ADMITE-OTRA-DELEGACION VALUE 'S'.
       01  W-EXCESO          PIC 9(8)V99 VALUE 0.
       77  W-CNT-LEIDOS      PIC 9(7) VALUE 0.
       77  W-CNT-CASADAS     PIC 9(7) VALUE 0.
           03 FILLER PIC X(6)   VALUE 'PEDIDO'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(19)  VALUE 'SITUACION'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'LOTE'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9)   VALUE 'CADUCIDAD'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(5)   VALUE 'DELEG'.
       01  CABECERA3.
           03 FILLER         PIC X(4) VALUE SPACES.
           03 S-idproducto   PIC X(2).
           03 S-pedido       PIC X(6).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-situacion    PIC X(19).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-lote         PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-caducidad    PIC X(8).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-delegacion   PIC X(3).
       01  CABECERA4.
           03 FILLER          PIC X(9)  VALUE 'CASADAS: '.
           03 S-CNT-CAS       PIC zzzzz9.
           03 S-CNT-DIS       PIC zzzzz9.
           03 FILLER          PIC X(19) VALUE '  PEDIDOS CERRADOS:'.
           03 S-CNT-CER       PIC zzzzz9.
           03 FILLER          PIC X(30)
              VALUE '  SIN LOTE O CADUCIDAD VALIDA:'.
           03 S-CNT-SLO       PIC zzzzz9.

       PROCEDURE DIVISION.
       ABRIR.
               STOP RUN
           END-IF
           OPEN INPUT PRODUCTOS
           OPEN OUTPUT SALIDA VALORADAS
           OPEN EXTEND PLAZOS
           IF WS-FS-HIS NOT = '00'
               OPEN OUTPUT PLAZOS
           END-IF
           MOVE WFECHA-HOY TO S-FECHA-TIT
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           MOVE W-CNT-CASADAS  TO S-CNT-CAS
           MOVE W-CNT-DISCREP  TO S-CNT-DIS
           MOVE W-CNT-CERRADOS TO S-CNT-CER
           MOVE W-CNT-SIN-LOTE TO S-CNT-SLO
           WRITE REG-SALIDA FROM CABECERA4 END-WRITE
           PERFORM GRABAR-AUDITORIA
           CLOSE PEDIDOS PRODUCTOS SALIDA VALORADAS PLAZOS
           IF W-CNT-DISCREP > 0
               MOVE 4 TO RETURN-CODE
           END-IF
               PERFORM UNTIL FE = 1
                   ADD 1 TO W-CNT-LEIDOS
                   MOVE REG-RECEPCION TO W-LINEA
                   MOVE SPACES TO REG-VALORADA
                   MOVE REG-RECEPCION TO VAL-LINEA
                   MOVE 0 TO VAL-COSTE
                   MOVE 'I' TO VAL-ESTADO
                   PERFORM DESTRIPAR-LINEA
                   IF LINEA-VALIDA
                       PERFORM CASAR-RECEPCION
                       ADD 1 TO W-CNT-DISCREP
                       MOVE W-LINEA(1:2) TO S-idproducto
                       MOVE SPACES       TO S-NomProducto S-pedido
                                            S-lote S-caducidad
                                            S-delegacion
                       MOVE 0            TO S-recibido
                       MOVE 'LINEA INVALIDA' TO S-situacion
                       WRITE REG-SALIDA FROM CABECERA3 END-WRITE
                   END-IF
                   WRITE REG-VALORADA
                   READ RECEPCIONES AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE RECEPCIONES
           SET LINEA-VALIDA TO TRUE
           MOVE SPACES TO DESTRIPAR W-ID-RAW
           unstring W-LINEA delimited by ';' into
               W-ID-RAW W-CANTIDAD W-LOTE W-CADUCIDAD W-delegacion
           end-unstring
           unstring W-ID-RAW delimited by ' ' into W-idproducto
           end-unstring
              OR wcant-e NOT NUMERIC
              OR wcant-d NOT NUMERIC
               SET LINEA-INVALIDA TO TRUE
           END-IF
           SET LOTE-VALIDO TO TRUE
           IF W-LOTE = SPACES OR W-CADUCIDAD NOT NUMERIC
               SET LOTE-INVALIDO TO TRUE
           ELSE
               PERFORM VALIDAR-CADUCIDAD
           END-IF.

      * UNA CADUCIDAD IMPOSIBLE (MES FUERA DE 1-12 O DIA MAYOR QUE
      * LOS DEL MES, CON FEBRERO DE 29 EN BISIESTO) ES COMO NO
      * TRAERLA. STOCKUPD HACE LA MISMA COMPROBACION Y DA ENTRADA A
      * ESA LINEA SIN FECHA DE CADUCIDAD.
       VALIDAR-CADUCIDAD.
           IF W-CAD-MM < 1 OR W-CAD-MM > 12 OR W-CAD-DD < 1
               SET LOTE-INVALIDO TO TRUE
           ELSE
               MOVE W-DIAS-MES-T(W-CAD-MM) TO W-DIAS-MES
               IF W-CAD-MM = 2
                   DIVIDE W-CAD-AAAA BY 4
                       GIVING W-BIS-COCIENTE REMAINDER W-BIS-RESTO4
                   DIVIDE W-CAD-AAAA BY 100
                       GIVING W-BIS-COCIENTE REMAINDER W-BIS-RESTO100
                   DIVIDE W-CAD-AAAA BY 400
                       GIVING W-BIS-COCIENTE REMAINDER W-BIS-RESTO400
                   IF W-BIS-RESTO4 = 0 AND
                      (W-BIS-RESTO100 NOT = 0 OR W-BIS-RESTO400 = 0)
                       MOVE 29 TO W-DIAS-MES
                   END-IF
               END-IF
               IF W-CAD-DD > W-DIAS-MES
                   SET LOTE-INVALIDO TO TRUE
               END-IF
           END-IF.

       BUSCAR-PEDIDO-ABIERTO.
                   AT END MOVE 1 TO FE-PED
               END-READ
               IF FE-PED = 0 AND PED-ESTADO = 'A' AND
                  PED-idproducto(1:2) = W-idproducto AND
                  (W-delegacion = SPACES OR ADMITE-OTRA-DELEGACION
                   OR PED-delegacion = W-delegacion)
                   SET HAY-PEDIDO-ABIERTO TO TRUE
                   MOVE PED-NUMERO TO W-PED-ELEGIDO
                   MOVE 1 TO FE-PED
           END-READ
           MOVE P-NomProducto TO S-NomProducto
           MOVE wcant-n       TO S-recibido
           MOVE W-LOTE        TO S-lote
           MOVE W-CADUCIDAD   TO S-caducidad
           MOVE W-delegacion  TO S-delegacion
           MOVE 'N' TO W-PED-OTRA-DELEG
           PERFORM BUSCAR-PEDIDO-ABIERTO
           IF NOT HAY-PEDIDO-ABIERTO AND W-delegacion NOT = SPACES
               SET ADMITE-OTRA-DELEGACION TO TRUE
               PERFORM BUSCAR-PEDIDO-ABIERTO
           END-IF
           IF NOT HAY-PEDIDO-ABIERTO
               ADD 1 TO W-CNT-DISCREP
               MOVE 'S' TO VAL-ESTADO
               MOVE SPACES TO S-pedido
               MOVE 'SIN PEDIDO' TO S-situacion
               WRITE REG-SALIDA FROM CABECERA3 END-WRITE
                       CONTINUE
               END-READ
               MOVE PED-NUMERO TO S-pedido
               MOVE PED-NUMERO TO VAL-PEDIDO
               IF W-delegacion = SPACES
                   MOVE PED-delegacion TO S-delegacion
               END-IF
               MOVE 'C' TO VAL-ESTADO
               IF PED-COSTE NUMERIC
                   MOVE PED-COSTE TO VAL-COSTE
               END-IF
               ADD wcant-n TO PED-RECIBIDO
               IF PED-RECIBIDO > PED-CANTIDAD
                   ADD 1 TO W-CNT-DISCREP
               END-IF
               REWRITE REG-PEDIDO END-REWRITE
               WRITE REG-SALIDA FROM CABECERA3 END-WRITE
               MOVE PED-NUMERO      TO PZ-pedido
               MOVE PED-proveedor   TO PZ-proveedor
               MOVE PED-idproducto  TO PZ-idproducto
               MOVE PED-FECHA       TO PZ-fecha-pedido
               MOVE WFECHA-HOY      TO PZ-fecha-recepcion
               MOVE wcant-n         TO PZ-kilos
               MOVE S-delegacion    TO PZ-delegacion
               WRITE REG-PLAZO
           END-IF
           IF LOTE-INVALIDO
               ADD 1 TO W-CNT-DISCREP W-CNT-SIN-LOTE
               MOVE 'SIN LOTE/CADUCIDAD' TO S-situacion
               WRITE REG-SALIDA FROM CABECERA3 END-WRITE
           END-IF.

       GRABAR-AUDITORIA.

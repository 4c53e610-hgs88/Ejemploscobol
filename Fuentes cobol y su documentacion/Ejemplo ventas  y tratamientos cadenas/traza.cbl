       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAZA.
       AUTHOR. J.GAYAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT trazas ASSIGN TO 'NAT-trazas.txt'
           organization is line sequential
           FILE STATUS IS WS-FS-TRZ.
           SELECT lotesmov ASSIGN TO 'NAT-lotes.mov'
           organization is line sequential
           FILE STATUS IS WS-FS-LMV.
           SELECT lotes ASSIGN TO 'NAT-lotes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-CLAVE
           FILE STATUS IS WS-FS-LOTES.
           SELECT clientes ASSIGN TO 'NAT-clientes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS C-cod-cliente
           FILE STATUS IS WS-FS-CLIENTES.
           SELECT productos ASSIGN TO 'NAT-productos'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS P-idproducto
           FILE STATUS IS WS-FS-PRODUCTOS.
           SELECT proveedores ASSIGN TO 'NAT-proveedores'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PV-cod-proveedor
           FILE STATUS IS WS-FS-PROVEEDORES.
           SELECT salida  ASSIGN TO 'NAT-salida-traza'
           organization is line  sequential.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
           organization is line sequential
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAZAS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 40 CHARACTERS
           DATA RECORD IS REG-TRAZA.
       01  REG-TRAZA         PIC X(40).
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
           RECORDING MODE IS F
           RECORD 21 CHARACTERS
           DATA RECORD IS REG-PRODUCTO.
       01  REG-PRODUCTO.
           03 P-idproducto   PIC X(4).
           03 P-NomProducto  PIC X(10).
           03 P-IdGrupo      PIC X.
           03 P-precio       PIC X(6).
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
       01  WS-FS-TRZ           PIC XX.
       01  WS-FS-LMV           PIC XX.
       01  WS-FS-LOTES         PIC XX.
       01  WS-FS-CLIENTES      PIC XX.
       01  WS-FS-PRODUCTOS     PIC XX.
       01  WS-FS-PROVEEDORES   PIC XX.
       01  WS-FS-AUD           PIC XX.
      * TRAZA BAJO DEMANDA SOBRE NAT-LOTES.MOV. CADA LINEA DE
      * NAT-TRAZAS.TXT ES UNA PETICION:
      *   L;PRODUCTO;LOTE            HACIA ATRAS Y HACIA DELANTE DE
      *                              UN LOTE: PROVEEDOR Y PEDIDO DE
      *                              ENTRADA Y CLIENTES QUE LO
      *                              RECIBIERON (PRODUCTO OPCIONAL).
      *   V;CLIENTE;AAAAMMDD[;PROD]  LOTES SERVIDOS A UN CLIENTE EN
      *                              UNA FECHA DE VENTA, CON SU
      *                              CADUCIDAD Y PROVEEDOR.
       01  DESTRIPAR.
           03 W-TIPO         PIC X.
           03 W-CAMPO-2      PIC X(10).
           03 W-CAMPO-3      PIC X(10).
           03 W-CAMPO-4      PIC X(10).
       01  W-PET-PRODUCTO    PIC X(4).
       01  W-PROD-2          PIC XX JUSTIFIED RIGHT.
       01  W-PET-LOTE        PIC X(10).
       01  W-PET-CLIENTE     PIC X(4) JUSTIFIED RIGHT.
       01  W-PET-FECHA       PIC X(8).
       01  W-PET-FECHA-N REDEFINES W-PET-FECHA PIC 9(8).
       01  W-PROV-DISP      PIC X VALUE 'N'.
           88 PROVEEDORES-DISPONIBLE  VALUE 'S'.
       01  W-LOTES-DISP     PIC X VALUE 'N'.
           88 LOTES-DISPONIBLE        VALUE 'S'.
       01  W-FECHA-EDIT     PIC X(10).
       01  W-FD.
           03 W-FD-AAAA     PIC 9(4).
           03 W-FD-MM       PIC 99.
           03 W-FD-DD       PIC 99.
       01  W-FD-N REDEFINES W-FD PIC 9(8).
       01  W-ACU-RECIBIDO   PIC S9(9)V99 VALUE 0.
       01  W-ACU-VENDIDO    PIC S9(9)V99 VALUE 0.
       01  W-ACU-ABONADO    PIC S9(9)V99 VALUE 0.
       01  W-ACU-EXISTENCIAS PIC S9(9)V99 VALUE 0.
       77  W-CNT-LEIDOS     PIC 9(7) VALUE 0.
       77  W-CNT-ESTADILLOS PIC 9(7) VALUE 0.
       77  W-CNT-INVALIDAS  PIC 9(7) VALUE 0.
       77  W-CNT-FILAS      PIC 9(7) VALUE 0.
       01  WFECHA-HOY       PIC 9(8).
       01  WHORA-HOY        PIC 9(6).
       77  FE       PIC 9    VALUE 0.
       77  FE-MOV   PIC 9    VALUE 0.
       77  FE-LOT   PIC 9    VALUE 0.
       01  CABECERA1.
           03 FILLER PIC X(36)
              VALUE 'TRAZABILIDAD DE LOTES               '.
           03 S-FECHA-TIT PIC 9(8).
       01  CAB-PET-1.
           03 FILLER         PIC X(9) VALUE 'TRAZA    '.
           03 S-PET-TIPO     PIC X(8).
           03 FILLER         PIC X(1) VALUE SPACES.
           03 S-PET-CODIGO   PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-PET-NOMBRE   PIC X(20).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-PET-LITERAL  PIC X(10).
           03 FILLER         PIC X(1) VALUE SPACES.
           03 S-PET-VALOR    PIC X(10).
       01  CAB-PET-2.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-PET-MOTIVO   PIC X(40).
       01  CAB-MOV-1.
           03 FILLER PIC X(4)  VALUE SPACES.
           03 FILLER PIC X(8)  VALUE 'MOVIM.  '.
           03 FILLER PIC X(10) VALUE 'FECHA     '.
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(4)  VALUE 'PROD'.
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'LOTE      '.
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'CADUCIDAD '.
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(4)  VALUE 'CODI'.
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'CLIENTE / PROVEEDOR '.
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(6)  VALUE 'PEDIDO'.
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(12) VALUE '       KILOS'.
       01  CAB-MOV-2.
           03 FILLER         PIC X(4) VALUE SPACES.
           03 S-MOV-TIPO     PIC X(8).
           03 S-MOV-FECHA    PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-MOV-PRODUCTO PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-MOV-LOTE     PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-MOV-CADUCIDAD PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-MOV-CODIGO   PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-MOV-NOMBRE   PIC X(20).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-MOV-PEDIDO   PIC X(6).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-MOV-KILOS    PIC z.zzz.zz9,99.
       01  CAB-TOT-1.
           03 FILLER         PIC X(14) VALUE '  RECIBIDO:   '.
           03 S-TOT-RECIBIDO PIC -zzz.zzz.zz9,99.
           03 FILLER         PIC X(12) VALUE '  VENDIDO:  '.
           03 S-TOT-VENDIDO  PIC -zzz.zzz.zz9,99.
           03 FILLER         PIC X(12) VALUE '  ABONADO:  '.
           03 S-TOT-ABONADO  PIC -zzz.zzz.zz9,99.
       01  CAB-TOT-2.
           03 FILLER         PIC X(14) VALUE '  EN ALMACEN: '.
           03 S-TOT-EXIST    PIC -zzz.zzz.zz9,99.
       01  CABECERA9.
           03 FILLER          PIC X(12) VALUE 'TRAZAS:     '.
           03 S-CNT-EST       PIC zzzzz9.
           03 FILLER          PIC X(13) VALUE '  INVALIDAS: '.
           03 S-CNT-INV       PIC zzzzz9.

       PROCEDURE DIVISION.
       ABRIR.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT CLIENTES PRODUCTOS
           OPEN INPUT PROVEEDORES
           IF WS-FS-PROVEEDORES = '00'
               SET PROVEEDORES-DISPONIBLE TO TRUE
           END-IF
           OPEN INPUT LOTES
           IF WS-FS-LOTES = '00'
               SET LOTES-DISPONIBLE TO TRUE
           END-IF
           OPEN OUTPUT SALIDA
           MOVE WFECHA-HOY TO S-FECHA-TIT
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           PERFORM TRATAR-TRAZAS
           MOVE W-CNT-ESTADILLOS TO S-CNT-EST
           MOVE W-CNT-INVALIDAS  TO S-CNT-INV
           WRITE REG-SALIDA FROM CABECERA9 END-WRITE
           PERFORM GRABAR-AUDITORIA
           IF PROVEEDORES-DISPONIBLE
               CLOSE PROVEEDORES
           END-IF
           IF LOTES-DISPONIBLE
               CLOSE LOTES
           END-IF
           CLOSE CLIENTES PRODUCTOS SALIDA
           STOP RUN.

       TRATAR-TRAZAS.
           OPEN INPUT TRAZAS
           IF WS-FS-TRZ NOT = '00'
               DISPLAY 'TRAZA SIN FICHERO DE PETICIONES'
               MOVE 8 TO RETURN-CODE
               CLOSE TRAZAS
           ELSE
               MOVE 0 TO FE
               READ TRAZAS AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   ADD 1 TO W-CNT-LEIDOS
                   PERFORM TRATAR-UNA-TRAZA
                   READ TRAZAS AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE TRAZAS
           END-IF.

       TRATAR-UNA-TRAZA.
           MOVE SPACES TO DESTRIPAR W-PET-PRODUCTO W-PET-LOTE
                          W-PET-CLIENTE W-PET-FECHA
           unstring REG-TRAZA delimited by ';' into
               W-TIPO W-CAMPO-2 W-CAMPO-3 W-CAMPO-4
           end-unstring
           EVALUATE W-TIPO
               WHEN 'L'
                   MOVE W-CAMPO-2 TO W-PET-PRODUCTO
                   MOVE W-CAMPO-3 TO W-PET-LOTE
               WHEN 'V'
                   unstring W-CAMPO-2 delimited by ' '
                       into W-PET-CLIENTE
                   end-unstring
                   inspect W-PET-CLIENTE replacing all ' ' by '0'
                   MOVE W-CAMPO-3 TO W-PET-FECHA
                   MOVE W-CAMPO-4 TO W-PET-PRODUCTO
           END-EVALUATE
           IF W-PET-PRODUCTO NOT = SPACES
               MOVE SPACES TO W-PROD-2
               unstring W-PET-PRODUCTO delimited by ' ' into W-PROD-2
               end-unstring
               inspect W-PROD-2 replacing all ' ' by '0'
               MOVE SPACES   TO W-PET-PRODUCTO
               MOVE W-PROD-2 TO W-PET-PRODUCTO
           END-IF
           EVALUATE TRUE
               WHEN W-TIPO NOT = 'L' AND NOT = 'V'
                   PERFORM RECHAZAR-TRAZA
               WHEN W-TIPO = 'L' AND W-PET-LOTE = SPACES
                   PERFORM RECHAZAR-TRAZA
               WHEN W-TIPO = 'V' AND
                    (W-PET-FECHA NOT NUMERIC OR
                     W-CAMPO-2 = SPACES)
                   PERFORM RECHAZAR-TRAZA
               WHEN W-PET-PRODUCTO NOT = SPACES AND
                    W-PROD-2 NOT NUMERIC
                   PERFORM RECHAZAR-TRAZA
               WHEN OTHER
                   PERFORM EMITIR-TRAZA
           END-EVALUATE.

       RECHAZAR-TRAZA.
           ADD 1 TO W-CNT-INVALIDAS
           MOVE 'PETICION' TO S-PET-TIPO
           MOVE SPACES TO S-PET-CODIGO S-PET-NOMBRE
                          S-PET-LITERAL S-PET-VALOR
           MOVE REG-TRAZA(1:10) TO S-PET-CODIGO
           WRITE REG-SALIDA FROM CAB-PET-1 END-WRITE
           MOVE 'PETICION INVALIDA' TO S-PET-MOTIVO
           WRITE REG-SALIDA FROM CAB-PET-2 END-WRITE.

       EMITIR-TRAZA.
           ADD 1 TO W-CNT-ESTADILLOS
           MOVE 0 TO W-ACU-RECIBIDO W-ACU-VENDIDO W-ACU-ABONADO
                     W-ACU-EXISTENCIAS W-CNT-FILAS
           PERFORM IMPRIMIR-CABECERA-PETICION
           WRITE REG-SALIDA FROM CAB-MOV-1 END-WRITE
           PERFORM RECORRER-MOVIMIENTOS
           IF W-CNT-FILAS = 0
               MOVE 'SIN MOVIMIENTOS' TO S-PET-MOTIVO
               WRITE REG-SALIDA FROM CAB-PET-2 END-WRITE
           END-IF
           MOVE W-ACU-RECIBIDO TO S-TOT-RECIBIDO
           MOVE W-ACU-VENDIDO  TO S-TOT-VENDIDO
           MOVE W-ACU-ABONADO  TO S-TOT-ABONADO
           WRITE REG-SALIDA FROM CAB-TOT-1 END-WRITE
           IF W-TIPO = 'L'
               PERFORM SUMAR-EXISTENCIAS-LOTE
               MOVE W-ACU-EXISTENCIAS TO S-TOT-EXIST
               WRITE REG-SALIDA FROM CAB-TOT-2 END-WRITE
           END-IF.

       IMPRIMIR-CABECERA-PETICION.
           MOVE SPACES TO S-PET-NOMBRE S-PET-CODIGO
           IF W-TIPO = 'L'
               MOVE 'LOTE'       TO S-PET-TIPO
               MOVE W-PET-LOTE   TO S-PET-CODIGO
               MOVE 'PRODUCTO:'  TO S-PET-LITERAL
               IF W-PET-PRODUCTO = SPACES
                   MOVE 'TODOS'  TO S-PET-VALOR
               ELSE
                   MOVE W-PET-PRODUCTO TO S-PET-VALOR
                   MOVE 'DESCONOCIDO'  TO P-NomProducto
                   MOVE W-PET-PRODUCTO TO P-idproducto
                   READ PRODUCTOS
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE P-NomProducto TO S-PET-NOMBRE
               END-IF
           ELSE
               MOVE 'CLIENTE'     TO S-PET-TIPO
               MOVE W-PET-CLIENTE TO S-PET-CODIGO
               MOVE 'DESCONOCIDO' TO C-nombre
               MOVE W-PET-CLIENTE TO C-cod-cliente
               READ CLIENTES
                   INVALID KEY CONTINUE
               END-READ
               MOVE C-nombre      TO S-PET-NOMBRE
               MOVE 'VENTA DEL:'  TO S-PET-LITERAL
               MOVE W-PET-FECHA-N TO W-FD-N
               MOVE SPACES TO S-PET-VALOR
               STRING W-FD-AAAA '/' W-FD-MM '/' W-FD-DD
                   DELIMITED BY SIZE INTO S-PET-VALOR
               END-STRING
           END-IF
           WRITE REG-SALIDA FROM CAB-PET-1 END-WRITE.

      * NAT-LOTES.MOV NO TIENE CLAVE: CADA PETICION LO LEE ENTERO.
       RECORRER-MOVIMIENTOS.
           OPEN INPUT LOTESMOV
           IF WS-FS-LMV NOT = '00'
               CLOSE LOTESMOV
           ELSE
               MOVE 0 TO FE-MOV
               READ LOTESMOV AT END MOVE 1 TO FE-MOV END-READ
               PERFORM UNTIL FE-MOV = 1
                   IF W-PET-PRODUCTO = SPACES OR
                      LM-idproducto = W-PET-PRODUCTO
                       IF (W-TIPO = 'L' AND LM-lote = W-PET-LOTE) OR
                          (W-TIPO = 'V' AND LM-tipo NOT = 'R' AND
                           LM-cod-cliente = W-PET-CLIENTE AND
                           LM-fecha = W-PET-FECHA-N)
                           PERFORM IMPRIMIR-MOVIMIENTO
                       END-IF
                   END-IF
                   READ LOTESMOV AT END MOVE 1 TO FE-MOV END-READ
               END-PERFORM
               CLOSE LOTESMOV
           END-IF.

       IMPRIMIR-MOVIMIENTO.
           ADD 1 TO W-CNT-FILAS
           MOVE LM-fecha TO W-FD-N
           MOVE SPACES TO W-FECHA-EDIT
           STRING W-FD-AAAA '/' W-FD-MM '/' W-FD-DD
               DELIMITED BY SIZE INTO W-FECHA-EDIT
           END-STRING
           MOVE W-FECHA-EDIT  TO S-MOV-FECHA
           MOVE LM-idproducto TO S-MOV-PRODUCTO
           IF LM-lote = SPACES
               MOVE 'SIN LOTE' TO S-MOV-LOTE
           ELSE
               MOVE LM-lote    TO S-MOV-LOTE
           END-IF
           IF LM-caducidad = 0
               MOVE SPACES TO S-MOV-CADUCIDAD
           ELSE
               MOVE LM-caducidad TO W-FD-N
               MOVE SPACES TO S-MOV-CADUCIDAD
               STRING W-FD-AAAA '/' W-FD-MM '/' W-FD-DD
                   DELIMITED BY SIZE INTO S-MOV-CADUCIDAD
               END-STRING
           END-IF
           MOVE LM-pedido TO S-MOV-PEDIDO
           MOVE LM-kilos  TO S-MOV-KILOS
           EVALUATE LM-tipo
               WHEN 'R'
                   MOVE 'ENTRADA' TO S-MOV-TIPO
                   ADD LM-kilos TO W-ACU-RECIBIDO
                   PERFORM PONER-PROVEEDOR
               WHEN 'V'
                   MOVE 'VENTA'   TO S-MOV-TIPO
                   ADD LM-kilos TO W-ACU-VENDIDO
                   PERFORM PONER-CLIENTE-O-PROVEEDOR
               WHEN 'A'
                   MOVE 'ABONO'   TO S-MOV-TIPO
                   ADD LM-kilos TO W-ACU-ABONADO
                   PERFORM PONER-CLIENTE-O-PROVEEDOR
               WHEN 'I'
                   MOVE 'BAJA INV' TO S-MOV-TIPO
                   MOVE SPACES TO S-MOV-CODIGO S-MOV-NOMBRE
               WHEN 'S'
                   MOVE 'SOBRANTE' TO S-MOV-TIPO
                   MOVE SPACES TO S-MOV-CODIGO S-MOV-NOMBRE
               WHEN OTHER
                   MOVE LM-tipo   TO S-MOV-TIPO
                   MOVE SPACES TO S-MOV-CODIGO S-MOV-NOMBRE
           END-EVALUATE
           WRITE REG-SALIDA FROM CAB-MOV-2 END-WRITE.

      * EN LA TRAZA DE UN LOTE LA SALIDA INTERESA POR CLIENTE; EN LA
      * DE UNA VENTA, POR EL PROVEEDOR DEL LOTE SERVIDO.
       PONER-CLIENTE-O-PROVEEDOR.
           IF W-TIPO = 'V'
               PERFORM PONER-PROVEEDOR
           ELSE
               MOVE LM-cod-cliente TO S-MOV-CODIGO
               MOVE 'DESCONOCIDO'  TO C-nombre
               MOVE LM-cod-cliente TO C-cod-cliente
               READ CLIENTES
                   INVALID KEY CONTINUE
               END-READ
               MOVE C-nombre TO S-MOV-NOMBRE
           END-IF.

       PONER-PROVEEDOR.
           MOVE LM-proveedor TO S-MOV-CODIGO
           MOVE SPACES       TO S-MOV-NOMBRE
           IF PROVEEDORES-DISPONIBLE AND LM-proveedor NOT = SPACES
               MOVE LM-proveedor TO PV-cod-proveedor
               READ PROVEEDORES
                   INVALID KEY
                       MOVE 'DESCONOCIDO' TO PV-nombre
               END-READ
               MOVE PV-nombre TO S-MOV-NOMBRE
           END-IF.

      * KILOS QUE QUEDAN DEL LOTE EN NAT-LOTES. CON PRODUCTO SE
      * EMPIEZA EN SU TRAMO DE CLAVE; SIN EL SE RECORRE TODO.
       SUMAR-EXISTENCIAS-LOTE.
           IF LOTES-DISPONIBLE
               MOVE LOW-VALUES TO LT-CLAVE
               IF W-PET-PRODUCTO NOT = SPACES
                   MOVE W-PET-PRODUCTO TO LT-idproducto
                   MOVE 0 TO LT-caducidad
               END-IF
               MOVE 0 TO FE-LOT
               START LOTES KEY IS NOT < LT-CLAVE
                   INVALID KEY MOVE 1 TO FE-LOT
               END-START
               PERFORM UNTIL FE-LOT = 1
                   READ LOTES NEXT RECORD
                       AT END MOVE 1 TO FE-LOT
                   END-READ
                   IF FE-LOT = 0
                       IF W-PET-PRODUCTO NOT = SPACES AND
                          LT-idproducto NOT = W-PET-PRODUCTO
                           MOVE 1 TO FE-LOT
                       ELSE
                           IF LT-lote = W-PET-LOTE
                               ADD LT-existencias
                                   TO W-ACU-EXISTENCIAS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       GRABAR-AUDITORIA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WHORA-HOY  FROM TIME
           OPEN EXTEND AUDITORIA
           IF WS-FS-AUD NOT = '00'
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES           TO REG-AUDITORIA
           MOVE 'TRAZA'          TO AUD-PROGRAMA
           MOVE WFECHA-HOY       TO AUD-FECHA
           MOVE WHORA-HOY        TO AUD-HORA
           MOVE W-CNT-LEIDOS     TO AUD-LEIDOS
           MOVE W-CNT-ESTADILLOS TO AUD-ESCRITOS
           MOVE W-CNT-INVALIDAS  TO AUD-RECHAZADOS
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.

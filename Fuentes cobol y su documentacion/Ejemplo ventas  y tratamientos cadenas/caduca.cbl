       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADUCA.
       AUTHOR. J.GAYAN.
      * LOTES CON KILOS EN ALMACEN YA CADUCADOS O QUE CADUCAN EN LOS
      * PROXIMOS N DIAS (NAT-CADUCA.PAR, SIN PARAMETRO 7), MAS LOS
      * KILOS RECIBIDOS SIN LOTE O SIN CADUCIDAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT lotes ASSIGN TO 'NAT-lotes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-CLAVE
           FILE STATUS IS WS-FS-LOTES.
           SELECT parametros ASSIGN TO 'NAT-caduca.par'
           organization is line sequential
           FILE STATUS IS WS-FS-PAR.
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
           SELECT salida  ASSIGN TO 'NAT-salida-caduca'
           organization is line  sequential.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
           organization is line sequential
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
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
       FD  PARAMETROS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 3 CHARACTERS
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS.
           03 PAR-DIAS         PIC 9(3).
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
       01  WS-FS-LOTES         PIC XX.
       01  WS-FS-PAR           PIC XX.
       01  WS-FS-PRODUCTOS     PIC XX.
       01  WS-FS-PROVEEDORES   PIC XX.
       01  WS-FS-AUD           PIC XX.
       01  W-DIAS-AVISO        PIC 9(3) VALUE 7.
       01  W-DIAS-RESTAN       PIC S9(7) VALUE 0.
       01  W-PROV-DISP         PIC X VALUE 'N'.
           88 PROVEEDORES-DISPONIBLE  VALUE 'S'.
       01  W-KILOS-CADUCADOS   PIC S9(9)V99 VALUE 0.
       01  W-KILOS-AVISO       PIC S9(9)V99 VALUE 0.
       01  W-KILOS-SIN-FECHA   PIC S9(9)V99 VALUE 0.
       77  W-CNT-LEIDOS        PIC 9(7) VALUE 0.
       77  W-CNT-LISTADOS      PIC 9(7) VALUE 0.
       77  W-CNT-CADUCADOS     PIC 9(7) VALUE 0.
       77  W-CNT-SIN-FECHA     PIC 9(7) VALUE 0.
      * FECHAS: DIA ABSOLUTO PARA RESTAR FECHAS, SIN FUNCIONES
      * INTRINSECAS.
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
       01  WFECHA-HOY        PIC 9(8).
       01  WHORA-HOY         PIC 9(6).
       77  FE       PIC 9    VALUE 0.
       01  CABECERA1.
           03 FILLER PIC X(33)
              VALUE 'LOTES CADUCADOS O PROXIMOS A     '.
           03 FILLER PIC X(9)  VALUE 'CADUCAR  '.
           03 S-FECHA-TIT PIC 9(8).
           03 FILLER PIC X(9)  VALUE '  AVISO: '.
           03 S-DIAS-TIT  PIC zz9.
           03 FILLER PIC X(5)  VALUE ' DIAS'.
       01  CABECERA2.
           03 FILLER PIC X(8)   VALUE 'PRODUCTO'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'NOMBRE    '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'LOTE      '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'CADUCIDAD '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6)   VALUE ' DIAS '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(12)  VALUE '       KILOS'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4)   VALUE 'PROV'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(20)  VALUE 'NOMBRE PROVEEDOR    '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'SITUACION '.
       01  CABECERA3.
           03 FILLER         PIC X(4) VALUE SPACES.
           03 S-idproducto   PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-NomProducto  PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-lote         PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-caducidad    PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-dias         PIC -----9.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-kilos        PIC -z.zzz.zz9,99.
           03 FILLER         PIC X VALUE SPACES.
           03 S-proveedor    PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-NomProveedor PIC X(20).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-situacion    PIC X(10).
       01  CABECERA4.
           03 FILLER          PIC X(11) VALUE 'CADUCADOS: '.
           03 S-CNT-CAD       PIC zzzzz9.
           03 FILLER          PIC X(2)  VALUE SPACES.
           03 S-KILOS-CAD     PIC z.zzz.zzz.zz9,99.
           03 FILLER          PIC X(12) VALUE '  EN AVISO: '.
           03 S-CNT-AVI       PIC zzzzz9.
           03 FILLER          PIC X(2)  VALUE SPACES.
           03 S-KILOS-AVI     PIC z.zzz.zzz.zz9,99.
           03 FILLER          PIC X(12) VALUE '  SIN FECHA:'.
           03 S-CNT-SFE       PIC zzzzz9.
           03 FILLER          PIC X(2)  VALUE SPACES.
           03 S-KILOS-SFE     PIC z.zzz.zzz.zz9,99.

       PROCEDURE DIVISION.
       ABRIR.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           PERFORM LEER-PARAMETROS
           OPEN INPUT LOTES
           IF WS-FS-LOTES NOT = '00'
               DISPLAY 'CADUCA SIN FICHERO DE LOTES FS=' WS-FS-LOTES
               MOVE 8 TO RETURN-CODE
               CLOSE LOTES
               STOP RUN
           END-IF
           OPEN INPUT PRODUCTOS
           OPEN INPUT PROVEEDORES
           IF WS-FS-PROVEEDORES = '00'
               SET PROVEEDORES-DISPONIBLE TO TRUE
           END-IF
           OPEN OUTPUT SALIDA
           MOVE WFECHA-HOY   TO S-FECHA-TIT
           MOVE W-DIAS-AVISO TO S-DIAS-TIT
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           MOVE WFECHA-HOY TO W-FD-N
           PERFORM CALCULAR-DIA-ABSOLUTO
           MOVE W-DIA-ABS TO W-DIA-HOY
           PERFORM RECORRER-LOTES
           MOVE W-CNT-CADUCADOS   TO S-CNT-CAD
           MOVE W-KILOS-CADUCADOS TO S-KILOS-CAD
           COMPUTE S-CNT-AVI = W-CNT-LISTADOS - W-CNT-CADUCADOS
                             - W-CNT-SIN-FECHA
           MOVE W-KILOS-AVISO     TO S-KILOS-AVI
           MOVE W-CNT-SIN-FECHA   TO S-CNT-SFE
           MOVE W-KILOS-SIN-FECHA TO S-KILOS-SFE
           WRITE REG-SALIDA FROM CABECERA4 END-WRITE
           PERFORM GRABAR-AUDITORIA
           IF PROVEEDORES-DISPONIBLE
               CLOSE PROVEEDORES
           END-IF
           CLOSE LOTES PRODUCTOS SALIDA
           IF W-CNT-CADUCADOS > 0 OR W-CNT-SIN-FECHA > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   AT END MOVE SPACES TO REG-PARAMETROS
               END-READ
               IF PAR-DIAS IS NUMERIC
                   MOVE PAR-DIAS TO W-DIAS-AVISO
               END-IF
               CLOSE PARAMETROS
           END-IF.

      * NAT-LOTES VA POR PRODUCTO Y CADUCIDAD: EL LISTADO SALE YA
      * ORDENADO, CON LO MAS URGENTE DE CADA PRODUCTO DELANTE.
       RECORRER-LOTES.
           MOVE LOW-VALUES TO LT-CLAVE
           MOVE 0 TO FE
           START LOTES KEY IS NOT < LT-CLAVE
               INVALID KEY MOVE 1 TO FE
           END-START
           PERFORM UNTIL FE = 1
               READ LOTES NEXT RECORD
                   AT END MOVE 1 TO FE
               END-READ
               IF FE = 0
                   ADD 1 TO W-CNT-LEIDOS
                   IF LT-existencias > 0
                       PERFORM REVISAR-LOTE
                   END-IF
               END-IF
           END-PERFORM.

      * UN LOTE CON MES DE CADUCIDAD IMPOSIBLE (GRABADO ANTES DE
      * QUE STOCKUPD LA VALIDARA) SE TRATA COMO SIN FECHA.
       REVISAR-LOTE.
           MOVE LT-caducidad TO W-FD-N
           IF LT-caducidad = 0 OR W-FD-MM < 1 OR W-FD-MM > 12
               ADD 1 TO W-CNT-SIN-FECHA
               ADD LT-existencias TO W-KILOS-SIN-FECHA
               MOVE 0 TO W-DIAS-RESTAN
               MOVE 'SIN FECHA' TO S-situacion
               PERFORM IMPRIMIR-LOTE
           ELSE
               PERFORM CALCULAR-DIA-ABSOLUTO
               COMPUTE W-DIAS-RESTAN = W-DIA-ABS - W-DIA-HOY
               IF W-DIAS-RESTAN < 0
                   ADD 1 TO W-CNT-CADUCADOS
                   ADD LT-existencias TO W-KILOS-CADUCADOS
                   MOVE 'CADUCADO' TO S-situacion
                   PERFORM IMPRIMIR-LOTE
               ELSE
                   IF W-DIAS-RESTAN NOT > W-DIAS-AVISO
                       ADD LT-existencias TO W-KILOS-AVISO
                       IF W-DIAS-RESTAN = 0
                           MOVE 'CADUCA HOY' TO S-situacion
                       ELSE
                           MOVE 'AVISO'      TO S-situacion
                       END-IF
                       PERFORM IMPRIMIR-LOTE
                   END-IF
               END-IF
           END-IF.

       IMPRIMIR-LOTE.
           ADD 1 TO W-CNT-LISTADOS
           MOVE LT-idproducto  TO S-idproducto
           MOVE 'DESCONOCIDO'  TO P-NomProducto
           MOVE LT-idproducto  TO P-idproducto
           READ PRODUCTOS
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE P-NomProducto  TO S-NomProducto
           IF LT-lote = SPACES
               MOVE 'SIN LOTE' TO S-lote
           ELSE
               MOVE LT-lote    TO S-lote
           END-IF
           IF LT-caducidad = 0
               MOVE SPACES     TO S-caducidad
           ELSE
               MOVE LT-caducidad TO W-FD-N
               MOVE SPACES TO S-caducidad
               STRING W-FD-AAAA '/' W-FD-MM '/' W-FD-DD
                   DELIMITED BY SIZE INTO S-caducidad
               END-STRING
           END-IF
           MOVE W-DIAS-RESTAN  TO S-dias
           MOVE LT-existencias TO S-kilos
           MOVE LT-proveedor   TO S-proveedor
           MOVE SPACES         TO S-NomProveedor
           IF PROVEEDORES-DISPONIBLE AND LT-proveedor NOT = SPACES
               MOVE LT-proveedor TO PV-cod-proveedor
               READ PROVEEDORES
                   INVALID KEY
                       MOVE 'DESCONOCIDO' TO PV-nombre
               END-READ
               MOVE PV-nombre  TO S-NomProveedor
           END-IF
           WRITE REG-SALIDA FROM CABECERA3 END-WRITE.

      * DIA ABSOLUTO DE W-FD (DIAS DESDE EL 01/01/0001). CON UN MES
      * FUERA DE 1-12 DEVUELVE CERO.
       CALCULAR-DIA-ABSOLUTO.
           IF W-FD-MM < 1 OR W-FD-MM > 12
               MOVE 0 TO W-DIA-ABS
           ELSE
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
               END-IF
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

       GRABAR-AUDITORIA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WHORA-HOY  FROM TIME
           OPEN EXTEND AUDITORIA
           IF WS-FS-AUD NOT = '00'
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES            TO REG-AUDITORIA
           MOVE 'CADUCA'          TO AUD-PROGRAMA
           MOVE WFECHA-HOY        TO AUD-FECHA
           MOVE WHORA-HOY         TO AUD-HORA
           MOVE W-CNT-LEIDOS      TO AUD-LEIDOS
           MOVE W-CNT-LISTADOS    TO AUD-ESCRITOS
           MOVE W-CNT-CADUCADOS   TO AUD-RECHAZADOS
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.

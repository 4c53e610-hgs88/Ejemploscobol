       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENTAVALOR.
       AUTHOR. J.GAYAN.
      * VALORA EL DETALLE DE VENTAS AL PRECIO DE LISTA EN VIGOR EN LA
      * FECHA DE LA VENTA Y LE APLICA, ANTES DEL IVA, LA TARIFA DEL
      * CLIENTE DE NAT-TARIFAS.TXT (PRECIO PACTADO O % DE DESCUENTO,
      * CON TRAMOS POR KILOS DE LA LINEA). DEJA EN NAT-VENTAS-VALOR EL
      * PRECIO DE LISTA, EL IMPORTE BRUTO, EL DESCUENTO Y LA BASE NETA
      * SOBRE LA QUE SE CALCULA LA CUOTA.
      * NAT-TARIFAS.TXT (LINEAS SEPARADAS POR ';'):
      *   G;GRUPO;CLIENTE      EL CLIENTE PERTENECE AL GRUPO DE TARIFA
      *   T;AC;CLIENTE;AP;PRODUCTO;AAAAMMDD;TIPO;VALOR;KILOS
      *     AC 'C' CLIENTE O 'G' GRUPO DE CLIENTES DE LAS LINEAS G
      *     AP 'P' PRODUCTO O 'G' GRUPO DE PRODUCTO DEL MAESTRO
      *     TIPO 'P' PRECIO NETO POR KILO, 'D' % DE DESCUENTO; VALOR
      *     6 CIFRAS CON 2 DECIMALES; KILOS: DESDE CUANTOS KILOS DE LA
      *     LINEA RIGE EL TRAMO (6 CIFRAS CON 2 DECIMALES, VACIO = 0).
      * MANDA LA TARIFA MAS CONCRETA (CLIENTE ANTES QUE GRUPO DE
      * CLIENTES, PRODUCTO ANTES QUE GRUPO DE PRODUCTO); DENTRO DE
      * ELLA LA VERSION CON FECHA-DESDE MAS RECIENTE NO POSTERIOR A LA
      * VENTA, Y DE ESA VERSION EL TRAMO MAS ALTO QUE ALCANCEN LOS
      * KILOS. UN PRECIO PACTADO NUNCA SUBE EL DE LISTA. LAS LINEAS
      * DE TARIFA MAL FORMADAS SE LISTAN AL PRINCIPIO Y DAN RC=4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
           SELECT ivatasas ASSIGN TO 'NAT-iva.tasas'
           organization is line sequential
           FILE STATUS IS WS-FS-IVA.
           SELECT tarifas ASSIGN TO 'NAT-tarifas.txt'
           organization is line sequential
           FILE STATUS IS WS-FS-TAR.
           SELECT salida  ASSIGN TO 'NAT-salida-valor'
           organization is line  sequential.
           SELECT salida1  ASSIGN TO 'NAT-ventas-valor'
           03 IVA-IDGRUPO       PIC X.
      *    IVA-PORCENTAJE: 5 DIGITOS ZERO-FILLED, 9(3)V99 IMPLICITO
           03 IVA-PORCENTAJE    PIC X(5).
       FD  TARIFAS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 60 CHARACTERS
           DATA RECORD IS REG-TARIFA.
       01  REG-TARIFA       PIC X(60).
       FD  SALIDA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 90 CHARACTERS
           DATA RECORD IS REG-SALIDA1.
       01  REG-SALIDA1.
           03 S1-cod-vendedor   PIC X(4).
           03 S1-total          PIC X(11).
           03 S1-tipo-mov       PIC X.
           03 S1-cod-cliente    PIC X(4).
           03 S1-delegacion     PIC X(3).
      * S1-VALOR ES LA BASE NETA; S1-BRUTO = KILOS X PRECIO DE LISTA
      * Y S1-DESCUENTO LA DIFERENCIA. S1-ORIGEN-TARIFA 'P' PRECIO
      * PACTADO, 'D' DESCUENTO, ESPACIO SIN TARIFA.
           03 S1-precio-lista   PIC X(6).
           03 S1-bruto          PIC X(11).
           03 S1-descuento      PIC X(11).
           03 S1-origen-tarifa  PIC X.
       SD  ORDVEN
           DATA RECORD IS REG-ORDVEN.
       01  REG-ORDVEN.
       77  W-NUM-IVA    PIC 9(4) COMP VALUE 0.
       77  W-IVA-N      PIC 9(3)V99 VALUE 0.
       77  FE-IVA       PIC 9 VALUE 0.
      * TARIFAS DE CLIENTE EN MEMORIA Y PERTENENCIA DE CADA CLIENTE A
      * SU GRUPO DE TARIFA.
       01  WS-FS-TAR           PIC XX.
       01  TABLA-TARIFAS.
           03 TT-FILA OCCURS 1000 TIMES INDEXED BY IX-TAR.
              05 TT-AMB-CLI        PIC X.
              05 TT-CLIENTE        PIC X(4).
              05 TT-AMB-PROD       PIC X.
              05 TT-PRODUCTO       PIC X(4).
              05 TT-FECHA          PIC X(8).
              05 TT-TIPO           PIC X.
              05 TT-VALOR          PIC 9(4)V99.
              05 TT-KILOS          PIC 9(4)V99.
       77  W-NUM-TARIFAS    PIC 9(4) COMP VALUE 0.
       01  TABLA-GRUPOS-CLI.
           03 TGC-FILA OCCURS 2000 TIMES INDEXED BY IX-GCL.
              05 TGC-CLIENTE       PIC X(4).
              05 TGC-GRUPO         PIC X(4).
       77  W-NUM-GRUPOS-CLI PIC 9(4) COMP VALUE 0.
       77  FE-TAR       PIC 9 VALUE 0.
       77  W-CNT-TAR-RECH   PIC 9(5) VALUE 0.
       01  W-TAR-CAMPOS.
           03 W-TAR-CLASE       PIC X.
           03 W-TAR-C2          PIC X(4).
           03 W-TAR-C3          PIC X(4).
           03 W-TAR-C4          PIC X(4).
           03 W-TAR-C5          PIC X(4).
           03 W-TAR-FECHA       PIC X(8).
           03 W-TAR-TIPO        PIC X(4).
           03 W-TAR-VALOR       PIC X(6).
           03 W-TAR-VALOR-N REDEFINES W-TAR-VALOR PIC 9(4)V99.
           03 W-TAR-KILOS       PIC X(6).
           03 W-TAR-KILOS-N REDEFINES W-TAR-KILOS PIC 9(4)V99.
       01  W-TAR-MOTIVO     PIC X(20).
       01  W-GRUPO-CLI      PIC X(4).
       01  W-RANGO          PIC 9.
       01  W-CAND-CLAVE.
           03 W-CAND-RANGO      PIC 9.
           03 W-CAND-FECHA      PIC X(8).
       01  W-MEJOR-CLAVE    PIC X(9).
       77  W-IX-VERSION     PIC 9(4) COMP VALUE 0.
       77  W-IX-TRAMO       PIC 9(4) COMP VALUE 0.
       01  W-PRECIO-NETO    PIC 9(4)V99 VALUE 0.
       01  W-BRUTO          PIC 9(9)V99 VALUE 0.
       01  W-DESCUENTO      PIC 9(9)V99 VALUE 0.
      * LOS TOTALES SALEN DE ORDENAR EL DETALLE Y CORTAR POR
      * CONTROL: SIN TABLAS EN MEMORIA NO HAY TOPE DE VENDEDORES
      * NI DE FECHAS QUE PUEDA DEJAR TOTALES FUERA DEL INFORME.
           03 FILLER PIC X(10)   VALUE 'cuota IVA '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)   VALUE 'total     '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)   VALUE 'descuento '.
       01  CABECERA2.
           03 FILLER PIC X(12)   VALUE ALL '-'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)   VALUE ALL '-'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)   VALUE ALL '-'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)   VALUE ALL '-'.
       01  CABECERA3.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-cod-vendedor   PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-total        PIC zzzzzz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-descuento    PIC zzzzzz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-tipo-mov     PIC X(5).
       01  CABECERA4.
           03 FILLER         PIC X(10) VALUE 'SIN PRECIO'.
           03 S-cod-vendedor-NP  PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-cod-producto-NP  PIC XX.
       01  CABECERA9.
           03 FILLER         PIC X(18) VALUE 'TARIFA RECHAZADA: '.
           03 S-tar-linea    PIC X(60).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-tar-motivo   PIC X(20).
       01  CABECERA5.
           03 FILLER         PIC X(20) VALUE 'TOTAL POR VENDEDOR'.
       01  CABECERA6.
           END-IF
           PERFORM CARGAR-IVA
           OPEN OUTPUT SALIDA SALIDA1
           PERFORM CARGAR-TARIFAS
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           SORT ORDVEN
               CLOSE PRECIOS
           END-IF
           CLOSE PRODUCTOS SALIDA SALIDA1
           IF W-CNT-TAR-RECH > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       VALORAR-DETALLE.
           MOVE E-fecha-venta  TO S1-fecha-venta
           MOVE E-kilos        TO S1-kilos
           MOVE E-cod-cliente  TO S1-cod-cliente
           MOVE E-delegacion   TO S1-delegacion
           MOVE E-kilos        TO W-KILOS-RAW
           IF E-tipo-mov = 'A'
               MOVE 'S' TO W-ES-ABONO
           MOVE SPACES TO REG-SALIDA
           IF ENCONTRADO-S
               PERFORM BUSCAR-PRECIO
               PERFORM APLICAR-TARIFA
               PERFORM BUSCAR-IVA
               COMPUTE W-CUOTA ROUNDED = W-VALOR * W-IVA-N / 100
               COMPUTE W-TOTAL-LIN = W-VALOR + W-CUOTA
               MOVE W-VALOR TO S1-valor
               MOVE W-CUOTA TO S1-cuota
               MOVE W-TOTAL-LIN TO S1-total
               MOVE W-PRECIO-VENTA TO S1-precio-lista
               MOVE W-BRUTO        TO S1-bruto
               MOVE W-DESCUENTO    TO S1-descuento
               MOVE E-cod-vendedor TO S-cod-vendedor
               MOVE E-cod-producto TO S-cod-producto
               STRING E-A '/' E-M '/' E-D DELIMITED BY SIZE
               MOVE W-VALOR     TO S-valor
               MOVE W-CUOTA     TO S-cuota
               MOVE W-TOTAL-LIN TO S-total
               MOVE W-DESCUENTO TO S-descuento
               WRITE REG-SALIDA FROM CABECERA3 END-WRITE
               WRITE REG-SALIDA1 END-WRITE
               MOVE E-cod-vendedor TO OV-cod-vendedor
               END-PERFORM
           END-IF.

      * IMPORTE BRUTO A PRECIO DE LISTA Y BASE NETA SEGUN LA TARIFA
      * DEL CLIENTE. LOS ABONOS SE VALORAN CON LA MISMA TARIFA QUE
      * LA VENTA, PARA DEVOLVER LO QUE SE COBRO.
       APLICAR-TARIFA.
           COMPUTE W-BRUTO ROUNDED = W-KILOS-N * W-PRECIO-VENTA
           MOVE W-BRUTO TO W-VALOR
           MOVE 0       TO W-DESCUENTO
           MOVE SPACES  TO S1-origen-tarifa
           PERFORM BUSCAR-TARIFA
           IF W-IX-TRAMO > 0
               SET IX-TAR TO W-IX-TRAMO
               MOVE TT-TIPO(IX-TAR) TO S1-origen-tarifa
               IF TT-TIPO(IX-TAR) = 'P'
                   MOVE TT-VALOR(IX-TAR) TO W-PRECIO-NETO
                   IF W-PRECIO-NETO > W-PRECIO-VENTA
                       MOVE W-PRECIO-VENTA TO W-PRECIO-NETO
                   END-IF
                   COMPUTE W-VALOR ROUNDED =
                       W-KILOS-N * W-PRECIO-NETO
                   COMPUTE W-DESCUENTO = W-BRUTO - W-VALOR
               ELSE
                   COMPUTE W-DESCUENTO ROUNDED =
                       W-BRUTO * TT-VALOR(IX-TAR) / 100
                   COMPUTE W-VALOR = W-BRUTO - W-DESCUENTO
               END-IF
           END-IF.

      * PRIMERA PASADA: LA VERSION (RANGO DE CONCRECION + FECHA-DESDE)
      * MAS ALTA QUE CASA CON EL CLIENTE Y EL PRODUCTO. SEGUNDA: EL
      * TRAMO MAS ALTO DE ESA VERSION QUE NO SUPERA LOS KILOS.
       BUSCAR-TARIFA.
           MOVE 0 TO W-IX-VERSION W-IX-TRAMO
           IF W-NUM-TARIFAS > 0
               MOVE SPACES TO W-GRUPO-CLI
               PERFORM VARYING IX-GCL FROM 1 BY 1
                       UNTIL IX-GCL > W-NUM-GRUPOS-CLI
                   IF TGC-CLIENTE(IX-GCL) = E-cod-cliente
                       MOVE TGC-GRUPO(IX-GCL) TO W-GRUPO-CLI
                   END-IF
               END-PERFORM
               MOVE LOW-VALUES TO W-MEJOR-CLAVE
               PERFORM VARYING IX-TAR FROM 1 BY 1
                       UNTIL IX-TAR > W-NUM-TARIFAS
                   PERFORM VALORAR-CANDIDATA
               END-PERFORM
           END-IF
           IF W-IX-VERSION > 0
               PERFORM VARYING IX-TAR FROM 1 BY 1
                       UNTIL IX-TAR > W-NUM-TARIFAS
                   IF TT-AMB-CLI(IX-TAR)  = TT-AMB-CLI(W-IX-VERSION)
                  AND TT-CLIENTE(IX-TAR)  = TT-CLIENTE(W-IX-VERSION)
                  AND TT-AMB-PROD(IX-TAR) = TT-AMB-PROD(W-IX-VERSION)
                  AND TT-PRODUCTO(IX-TAR) = TT-PRODUCTO(W-IX-VERSION)
                  AND TT-FECHA(IX-TAR)    = TT-FECHA(W-IX-VERSION)
                  AND TT-KILOS(IX-TAR) NOT > W-KILOS-N
                       IF W-IX-TRAMO = 0
                           SET W-IX-TRAMO TO IX-TAR
                       ELSE
                           IF TT-KILOS(IX-TAR) > TT-KILOS(W-IX-TRAMO)
                               SET W-IX-TRAMO TO IX-TAR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       VALORAR-CANDIDATA.
           MOVE 9 TO W-RANGO
           IF TT-FECHA(IX-TAR) NOT > E-fecha-venta
               IF TT-AMB-CLI(IX-TAR) = 'C'
                  AND TT-CLIENTE(IX-TAR) = E-cod-cliente
                   MOVE 2 TO W-RANGO
               END-IF
               IF TT-AMB-CLI(IX-TAR) = 'G' AND W-GRUPO-CLI NOT = SPACES
                  AND TT-CLIENTE(IX-TAR) = W-GRUPO-CLI
                   MOVE 0 TO W-RANGO
               END-IF
           END-IF
           IF W-RANGO < 9
               IF TT-AMB-PROD(IX-TAR) = 'P'
                  AND TT-PRODUCTO(IX-TAR) = W-IDPRODUCTO-CLAVE
                   ADD 1 TO W-RANGO
               ELSE
                   IF TT-AMB-PROD(IX-TAR) NOT = 'G'
                      OR TT-PRODUCTO(IX-TAR)(1:1) NOT = P-IdGrupo
                       MOVE 9 TO W-RANGO
                   END-IF
               END-IF
           END-IF
           IF W-RANGO < 9
               MOVE W-RANGO          TO W-CAND-RANGO
               MOVE TT-FECHA(IX-TAR) TO W-CAND-FECHA
               IF W-CAND-CLAVE > W-MEJOR-CLAVE
                   MOVE W-CAND-CLAVE TO W-MEJOR-CLAVE
                   SET W-IX-VERSION TO IX-TAR
               END-IF
           END-IF.

       CARGAR-TARIFAS.
           MOVE 0 TO W-NUM-TARIFAS W-NUM-GRUPOS-CLI
           OPEN INPUT TARIFAS
           IF WS-FS-TAR NOT = '00'
               CLOSE TARIFAS
           ELSE
               MOVE 0 TO FE-TAR
               READ TARIFAS AT END MOVE 1 TO FE-TAR END-READ
               PERFORM UNTIL FE-TAR = 1
                   IF REG-TARIFA NOT = SPACES
                       PERFORM VALIDAR-TARIFA
                   END-IF
                   READ TARIFAS AT END MOVE 1 TO FE-TAR END-READ
               END-PERFORM
               CLOSE TARIFAS
           END-IF.

       VALIDAR-TARIFA.
           MOVE SPACES TO W-TAR-CAMPOS W-TAR-MOTIVO
           unstring REG-TARIFA delimited by ';' into
               W-TAR-CLASE W-TAR-C2 W-TAR-C3 W-TAR-C4 W-TAR-C5
               W-TAR-FECHA W-TAR-TIPO W-TAR-VALOR W-TAR-KILOS
           end-unstring
           IF W-TAR-KILOS = SPACES
               MOVE '000000' TO W-TAR-KILOS
           END-IF
           EVALUATE TRUE
               WHEN W-TAR-CLASE = 'G'
                   IF W-TAR-C2 = SPACES OR W-TAR-C3 = SPACES
                       MOVE 'GRUPO INCOMPLETO' TO W-TAR-MOTIVO
                   END-IF
               WHEN W-TAR-CLASE NOT = 'T'
                   MOVE 'CLASE DE LINEA' TO W-TAR-MOTIVO
               WHEN (W-TAR-C2 NOT = 'C' AND W-TAR-C2 NOT = 'G')
                 OR W-TAR-C3 = SPACES
                   MOVE 'AMBITO CLIENTE' TO W-TAR-MOTIVO
               WHEN (W-TAR-C4 NOT = 'P' AND W-TAR-C4 NOT = 'G')
                 OR W-TAR-C5 = SPACES
                   MOVE 'AMBITO PRODUCTO' TO W-TAR-MOTIVO
               WHEN W-TAR-FECHA NOT NUMERIC
                   MOVE 'FECHA DESDE' TO W-TAR-MOTIVO
               WHEN W-TAR-TIPO NOT = 'P' AND W-TAR-TIPO NOT = 'D'
                   MOVE 'TIPO DE TARIFA' TO W-TAR-MOTIVO
               WHEN W-TAR-VALOR NOT NUMERIC OR W-TAR-VALOR-N = 0
                   MOVE 'VALOR' TO W-TAR-MOTIVO
               WHEN W-TAR-TIPO = 'D' AND W-TAR-VALOR-N > 100
                   MOVE 'DESCUENTO > 100%' TO W-TAR-MOTIVO
               WHEN W-TAR-KILOS NOT NUMERIC
                   MOVE 'KILOS DEL TRAMO' TO W-TAR-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF W-TAR-MOTIVO = SPACES
               IF W-TAR-CLASE = 'G'
                   PERFORM ANOTAR-GRUPO-CLI
               ELSE
                   PERFORM ANOTAR-TARIFA
               END-IF
           END-IF
           IF W-TAR-MOTIVO NOT = SPACES
               ADD 1 TO W-CNT-TAR-RECH
               MOVE REG-TARIFA   TO S-tar-linea
               MOVE W-TAR-MOTIVO TO S-tar-motivo
               WRITE REG-SALIDA FROM CABECERA9 END-WRITE
           END-IF.

       ANOTAR-GRUPO-CLI.
           PERFORM VARYING IX-GCL FROM 1 BY 1
                   UNTIL IX-GCL > W-NUM-GRUPOS-CLI
               IF TGC-CLIENTE(IX-GCL) = W-TAR-C3
                   MOVE 'CLIENTE YA EN GRUPO' TO W-TAR-MOTIVO
               END-IF
           END-PERFORM
           IF W-TAR-MOTIVO = SPACES
               IF W-NUM-GRUPOS-CLI < 2000
                   ADD 1 TO W-NUM-GRUPOS-CLI
                   MOVE W-TAR-C3 TO TGC-CLIENTE(W-NUM-GRUPOS-CLI)
                   MOVE W-TAR-C2 TO TGC-GRUPO(W-NUM-GRUPOS-CLI)
               ELSE
                   MOVE 'TABLA LLENA' TO W-TAR-MOTIVO
               END-IF
           END-IF.

       ANOTAR-TARIFA.
           IF W-NUM-TARIFAS < 1000
               ADD 1 TO W-NUM-TARIFAS
               SET IX-TAR TO W-NUM-TARIFAS
               MOVE W-TAR-C2      TO TT-AMB-CLI(IX-TAR)
               MOVE W-TAR-C3      TO TT-CLIENTE(IX-TAR)
               MOVE W-TAR-C4      TO TT-AMB-PROD(IX-TAR)
               MOVE W-TAR-C5      TO TT-PRODUCTO(IX-TAR)
               MOVE W-TAR-FECHA   TO TT-FECHA(IX-TAR)
               MOVE W-TAR-TIPO    TO TT-TIPO(IX-TAR)
               MOVE W-TAR-VALOR-N TO TT-VALOR(IX-TAR)
               MOVE W-TAR-KILOS-N TO TT-KILOS(IX-TAR)
           ELSE
               MOVE 'TABLA LLENA' TO W-TAR-MOTIVO
           END-IF.

       CARGAR-IVA.
           MOVE 0 TO W-NUM-IVA
           OPEN INPUT IVATASAS

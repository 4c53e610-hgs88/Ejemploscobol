       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRID.
       AUTHOR. J.GAYAN.
      * CONTROL NOCTURNO DE INTEGRIDAD ENTRE MAESTROS. CADA CARGA
      * VALIDA SOLO SU PROPIA ENTRADA; ESTE PASO CORRE DESPUES DE
      * TODAS LAS CARGAS Y MANTENIMIENTOS Y ANTES DE PRUEBA1, Y
      * COMPRUEBA QUE LOS MAESTROS SIGUEN CASANDO ENTRE SI:
      *   ROTURAS (RC=8), QUE FALSEARIAN LA VALORACION O LOS PAGOS
      *   DE ESTA NOCHE:
      *     01 PRODUCTO CUYO GRUPO NO TIENE TASA EN NAT-IVA.TASAS
      *        (VENTAVALOR LO VALORARIA SIN CUOTA DE IVA).
      *     02 PRODUCTO CUYO GRUPO NO TIENE TASA EN
      *        NAT-COMISIONES.TASAS (COMISION A CERO).
      *     03 VENDEDOR CON VENTAS EN NAT-VENTAS (COMISION PENDIENTE)
      *        SIN IBAN O CON UN IBAN QUE NO PASA EL MODULO 97.
      *     04 VENDEDOR CON VENTAS EN NAT-VENTAS QUE YA NO ESTA EN
      *        EL MAESTRO (SU COMISION NO SE PUEDE PAGAR).
      *   AVISOS (RC=4):
      *     05 CLIENTE CUYO VENDEDOR ASIGNADO SE HA DADO DE BAJA.
      *     06 CLIENTE CUYO VENDEDOR ASIGNADO NO ESTA 'activo'.
      *     07 PRODUCTO SIN NINGUNA FILA EN NAT-PRECIOS (SE VALORA AL
      *        PRECIO ACTUAL DEL MAESTRO).
      *     08 FILA DE NAT-STOCK DE UN PRODUCTO BORRADO.
      *     09 PEDIDO ABIERTO (ESTADO 'A') A UN PROVEEDOR QUE NO
      *        ESTA EN NAT-PROVEEDORES.
      * LAS INCIDENCIAS SE ORDENAN POR GRAVEDAD Y COMPROBACION Y SALEN
      * EN UN UNICO LISTADO. LOS FICHEROS OPCIONALES QUE NO SE PUEDEN
      * ABRIR SE INDICAN EN EL RESUMEN Y SU COMPROBACION NO SE HACE;
      * SI FALTA UN MAESTRO PRINCIPAL ES ROTURA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT productos ASSIGN TO 'NAT-productos'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS P-idproducto
           FILE STATUS IS WS-FS-PRODUCTOS.
           SELECT vendedores ASSIGN TO 'NAT-vendedores'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS V-cod-vendedor
           FILE STATUS IS WS-FS-VENDEDORES.
           SELECT clientes ASSIGN TO 'NAT-clientes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS C-cod-cliente
           FILE STATUS IS WS-FS-CLIENTES.
           SELECT precios ASSIGN TO 'NAT-precios'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-CLAVE
           FILE STATUS IS WS-FS-PRECIOS.
           SELECT ivatasas ASSIGN TO 'NAT-iva.tasas'
           organization is line sequential
           FILE STATUS IS WS-FS-IVA.
           SELECT tasas ASSIGN TO 'NAT-comisiones.tasas'
           organization is line sequential
           FILE STATUS IS WS-FS-TASAS.
           SELECT stock ASSIGN TO 'NAT-stock'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST-idproducto
           FILE STATUS IS WS-FS-STOCK.
           SELECT pedidos ASSIGN TO 'NAT-pedidos'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PED-NUMERO
           FILE STATUS IS WS-FS-PEDIDOS.
           SELECT proveedores ASSIGN TO 'NAT-proveedores'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PV-cod-proveedor
           FILE STATUS IS WS-FS-PROVEEDORES.
           SELECT ventas ASSIGN TO 'NAT-ventas'
           organization is line sequential
           FILE STATUS IS WS-FS-VENTAS.
           SELECT salida  ASSIGN TO 'NAT-salida-integrid'
           organization is line  sequential.
           SELECT ordexc ASSIGN TO 'NAT-integrid.srt'.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
           organization is line sequential
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
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
       FD  VENDEDORES
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 139 CHARACTERS
           DATA RECORD IS REG-VENDEDOR.
       01  REG-VENDEDOR.
           03 V-cod-vendedor      PIC X(4).
           03 V-nombre            PIC X(10).
           03 V-fecha-alta        PIC X(8).
           03 V-NIF               PIC X(10).
           03 V-fecha-nacimiento  PIC X(8).
           03 V-DIRECCION         PIC X(10).
           03 V-POBLACION         PIC X(10).
           03 V-COD-POSTAL        PIC X(10).
           03 V-TELEFONO          PIC X(10).
           03 V-ESTADO            PIC X(12).
           03 V-GUAPO             PIC X.
           03 V-EDAD              PIC 999.
           03 V-ANTIGUEDAD        PIC 999.
           03 V-IBAN              PIC X(24).
           03 V-REF-PAGO          PIC X(16).
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
       FD  PRECIOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 18 CHARACTERS
           DATA RECORD IS REG-PRECIO-HIST.
       01  REG-PRECIO-HIST.
           03 PH-CLAVE.
              05 PH-idproducto   PIC X(4).
              05 PH-fecha-desde  PIC X(8).
           03 PH-precio          PIC X(6).
       FD  IVATASAS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 6 CHARACTERS
           DATA RECORD IS REG-IVA.
       01  REG-IVA.
           03 IVA-IDGRUPO       PIC X.
      *    IVA-PORCENTAJE: 5 DIGITOS ZERO-FILLED, 9(3)V99 IMPLICITO
           03 IVA-PORCENTAJE    PIC X(5).
       FD  TASAS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 6 CHARACTERS
           DATA RECORD IS REG-TASA.
       01  REG-TASA.
           03 TAS-IDGRUPO       PIC X.
      *    TAS-PORCENTAJE: 5 DIGITOS ZERO-FILLED, 9(3)V99 IMPLICITO
           03 TAS-PORCENTAJE    PIC X(5).
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
       FD  VENTAS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 28 CHARACTERS
           DATA RECORD IS REG-VENTA.
       01  REG-VENTA.
           03 E-cod-vendedor   PIC X(4).
           03 FILLER           PIC X(24).
       FD  SALIDA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 132 CHARACTERS
           DATA RECORD IS REG-SALIDA.
       01  reg-salida        pic x(132).
      * OX-GRAVEDAD: '1' ROTURA, '2' AVISO.
       SD  ORDEXC
           DATA RECORD IS REG-ORDEXC.
       01  REG-ORDEXC.
           03 OX-GRAVEDAD      PIC X.
           03 OX-COMPROBACION  PIC 99.
           03 OX-CLAVE         PIC X(10).
           03 OX-TEXTO         PIC X(50).
           03 OX-DETALLE       PIC X(30).
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
       01  WS-FS-PRODUCTOS     PIC XX.
       01  WS-FS-VENDEDORES    PIC XX.
       01  WS-FS-CLIENTES      PIC XX.
       01  WS-FS-PRECIOS       PIC XX.
       01  WS-FS-IVA           PIC XX.
       01  WS-FS-TASAS         PIC XX.
       01  WS-FS-STOCK         PIC XX.
       01  WS-FS-PEDIDOS       PIC XX.
       01  WS-FS-PROVEEDORES   PIC XX.
       01  WS-FS-VENTAS        PIC XX.
       01  WS-FS-AUD           PIC XX.
       01  W-PROD-DISP         PIC X VALUE 'N'.
           88 PRODUCTOS-DISPONIBLE   VALUE 'S'.
       01  W-VEN-DISP          PIC X VALUE 'N'.
           88 VENDEDORES-DISPONIBLE  VALUE 'S'.
       01  W-CLI-DISP          PIC X VALUE 'N'.
           88 CLIENTES-DISPONIBLE    VALUE 'S'.
       01  W-PRE-DISP          PIC X VALUE 'N'.
           88 PRECIOS-DISPONIBLE     VALUE 'S'.
       01  W-STK-DISP          PIC X VALUE 'N'.
           88 STOCK-DISPONIBLE       VALUE 'S'.
       01  W-PED-DISP          PIC X VALUE 'N'.
           88 PEDIDOS-DISPONIBLE     VALUE 'S'.
       01  W-PRV-DISP          PIC X VALUE 'N'.
           88 PROVEEDORES-DISPONIBLE VALUE 'S'.
       01  W-VTA-DISP          PIC X VALUE 'N'.
           88 VENTAS-DISPONIBLE      VALUE 'S'.
       01  TABLA-IVA.
           03 TI-TASA OCCURS 50 TIMES INDEXED BY IX-IVA.
              05 TI-IDGRUPO        PIC X.
       77  W-NUM-IVA      PIC 9(4) COMP VALUE 0.
       01  TABLA-TASAS.
           03 TT-TASA OCCURS 50 TIMES INDEXED BY IX-TASA.
              05 TT-IDGRUPO        PIC X.
       77  W-NUM-TASAS    PIC 9(4) COMP VALUE 0.
       01  W-TASA-HALLADA      PIC X VALUE 'N'.
           88 TASA-HALLADA           VALUE 'S'.
      * VENDEDORES CON VENTAS YA COMPROBADOS: CADA UNO SALE UNA SOLA
      * VEZ. CON LA TABLA LLENA SE SIGUE COMPROBANDO, AUNQUE UN
      * VENDEDOR PUEDA REPETIRSE EN EL LISTADO.
       01  TABLA-VENDEDOR.
           03 TV-COD-VENDEDOR OCCURS 500 TIMES INDEXED BY IX-VEN
                                   PIC X(4).
       77  W-NUM-VEN      PIC 9(4) COMP VALUE 0.
       01  W-VISTO             PIC X VALUE 'N'.
           88 VENDEDOR-VISTO         VALUE 'S'.
       01  W-IBAN-REORDENADO   PIC X(26).
       77  W-IBAN-RESTO        PIC 9(4) COMP VALUE 0.
       77  W-IBAN-ACUM         PIC 9(6) COMP VALUE 0.
       77  W-IBAN-COCIENTE     PIC 9(6) COMP VALUE 0.
       77  W-IBAN-DIGITO       PIC 9 VALUE 0.
       77  W-IBAN-POS          PIC 9(4) COMP VALUE 0.
       01  W-IBAN-ESTADO       PIC X VALUE 'B'.
          88 IBAN-BIEN               VALUE 'B'.
          88 IBAN-MAL                VALUE 'M'.
       01  W-EXCEPCION.
           03 W-EX-GRAVEDAD     PIC X.
           03 W-EX-COMPROBACION PIC 99.
           03 W-EX-CLAVE        PIC X(10).
           03 W-EX-TEXTO        PIC X(50).
           03 W-EX-DETALLE      PIC X(30).
       01  W-GRAVEDAD-ANT      PIC X VALUE SPACE.
       01  W-DISP-FIC          PIC X VALUE 'N'.
           88 FICHERO-DISPONIBLE     VALUE 'S'.
       01  W-EXISTENCIAS-ED    PIC -zzzzzz9,99.
       77  W-CNT-PRODUCTOS     PIC 9(7) VALUE 0.
       77  W-CNT-CLIENTES      PIC 9(7) VALUE 0.
       77  W-CNT-STOCK         PIC 9(7) VALUE 0.
       77  W-CNT-PEDIDOS       PIC 9(7) VALUE 0.
       77  W-CNT-VENTAS        PIC 9(7) VALUE 0.
       77  W-CNT-ROTURAS       PIC 9(7) VALUE 0.
       77  W-CNT-AVISOS        PIC 9(7) VALUE 0.
       77  W-CNT-LEIDOS        PIC 9(7) VALUE 0.
       01  WFECHA-HOY          PIC 9(8).
       01  WHORA-HOY           PIC 9(6).
       77  FE       PIC 9    VALUE 0.
       77  FE-SRT   PIC 9    VALUE 0.
       77  FE-PRE   PIC 9    VALUE 0.
       01  CABECERA1.
           03 FILLER PIC X(46)
              VALUE 'CONTROL DE INTEGRIDAD ENTRE MAESTROS   FECHA '.
           03 S-FECHA-TIT  PIC 9(8).
       01  CABECERA2.
           03 S-SECCION    PIC X(60).
       01  CABECERA3.
           03 FILLER PIC X(10)  VALUE 'CLAVE     '.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(50)  VALUE 'INCIDENCIA'.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(30)  VALUE 'DETALLE'.
       01  CABECERA4.
           03 S-CLAVE      PIC X(10).
           03 FILLER       PIC X(2) VALUE SPACES.
           03 S-TEXTO      PIC X(50).
           03 FILLER       PIC X(2) VALUE SPACES.
           03 S-DETALLE    PIC X(30).
       01  CABECERA5.
           03 S-FICHERO    PIC X(24).
           03 FILLER       PIC X(11) VALUE ' REVISADOS:'.
           03 S-REVISADOS  PIC zzzzzz9.
           03 FILLER       PIC X(2) VALUE SPACES.
           03 S-ESTADO-FIC PIC X(14).
       01  CABECERA6.
           03 FILLER       PIC X(9)  VALUE 'ROTURAS: '.
           03 S-CNT-ROT    PIC zzzzzz9.
           03 FILLER       PIC X(10) VALUE '  AVISOS: '.
           03 S-CNT-AVI    PIC zzzzzz9.
           03 FILLER       PIC X(14) VALUE '  RESULTADO: '.
           03 S-RESULTADO  PIC X(12).

       PROCEDURE DIVISION.
       ABRIR.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           OPEN OUTPUT SALIDA
           MOVE WFECHA-HOY TO S-FECHA-TIT
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           SORT ORDEXC
               ON ASCENDING KEY OX-GRAVEDAD OX-COMPROBACION OX-CLAVE
               INPUT PROCEDURE IS COMPROBAR-MAESTROS
               OUTPUT PROCEDURE IS IMPRIMIR-EXCEPCIONES
           PERFORM IMPRIMIR-RESUMEN
           PERFORM GRABAR-AUDITORIA
           CLOSE SALIDA
           IF W-CNT-ROTURAS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF W-CNT-AVISOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       COMPROBAR-MAESTROS.
           PERFORM CARGAR-TASAS-IVA
           PERFORM CARGAR-TASAS-COMISION
           OPEN INPUT PRODUCTOS
           IF WS-FS-PRODUCTOS = '00'
               SET PRODUCTOS-DISPONIBLE TO TRUE
           ELSE
               MOVE 'PRODUCTOS' TO W-EX-CLAVE
               PERFORM ANOTAR-MAESTRO-AUSENTE
           END-IF
           OPEN INPUT VENDEDORES
           IF WS-FS-VENDEDORES = '00'
               SET VENDEDORES-DISPONIBLE TO TRUE
           ELSE
               MOVE 'VENDEDORES' TO W-EX-CLAVE
               PERFORM ANOTAR-MAESTRO-AUSENTE
           END-IF
           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES = '00'
               SET CLIENTES-DISPONIBLE TO TRUE
           ELSE
               MOVE 'CLIENTES' TO W-EX-CLAVE
               PERFORM ANOTAR-MAESTRO-AUSENTE
           END-IF
           OPEN INPUT PRECIOS
           IF WS-FS-PRECIOS = '00'
               SET PRECIOS-DISPONIBLE TO TRUE
           END-IF
           IF PRODUCTOS-DISPONIBLE
               PERFORM COMPROBAR-PRODUCTOS
           END-IF
           IF CLIENTES-DISPONIBLE AND VENDEDORES-DISPONIBLE
               PERFORM COMPROBAR-CLIENTES
           END-IF
           IF PRODUCTOS-DISPONIBLE
               PERFORM COMPROBAR-STOCK
           END-IF
           PERFORM COMPROBAR-PEDIDOS
           IF VENDEDORES-DISPONIBLE
               PERFORM COMPROBAR-COMISIONES
           END-IF
           IF PRODUCTOS-DISPONIBLE
               CLOSE PRODUCTOS
           END-IF
           IF VENDEDORES-DISPONIBLE
               CLOSE VENDEDORES
           END-IF
           IF CLIENTES-DISPONIBLE
               CLOSE CLIENTES
           END-IF
           IF PRECIOS-DISPONIBLE
               CLOSE PRECIOS
           END-IF.

       ANOTAR-MAESTRO-AUSENTE.
           MOVE '1' TO W-EX-GRAVEDAD
           MOVE 0   TO W-EX-COMPROBACION
           MOVE 'MAESTRO NO DISPONIBLE: NO SE PUEDE COMPROBAR'
               TO W-EX-TEXTO
           MOVE SPACES TO W-EX-DETALLE
           PERFORM ANOTAR-EXCEPCION.

      * SOLO HACE FALTA SABER QUE GRUPOS TIENEN TASA; EL PORCENTAJE
      * SE FILTRA IGUAL QUE AL CARGARLO EN VENTAVALOR Y COMISIONES.
       CARGAR-TASAS-IVA.
           MOVE 0 TO W-NUM-IVA
           OPEN INPUT IVATASAS
           IF WS-FS-IVA = '00'
               MOVE 0 TO FE
               READ IVATASAS AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   IF W-NUM-IVA < 50 AND IVA-PORCENTAJE IS NUMERIC
                       ADD 1 TO W-NUM-IVA
                       MOVE IVA-IDGRUPO TO TI-IDGRUPO(W-NUM-IVA)
                   END-IF
                   READ IVATASAS AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE IVATASAS
           END-IF.

       CARGAR-TASAS-COMISION.
           MOVE 0 TO W-NUM-TASAS
           OPEN INPUT TASAS
           IF WS-FS-TASAS = '00'
               MOVE 0 TO FE
               READ TASAS AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   IF W-NUM-TASAS < 50 AND TAS-PORCENTAJE IS NUMERIC
                       ADD 1 TO W-NUM-TASAS
                       MOVE TAS-IDGRUPO TO TT-IDGRUPO(W-NUM-TASAS)
                   END-IF
                   READ TASAS AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE TASAS
           END-IF.

       COMPROBAR-PRODUCTOS.
           MOVE 0 TO FE
           PERFORM UNTIL FE = 1
               READ PRODUCTOS NEXT RECORD
                   AT END MOVE 1 TO FE
               END-READ
               IF FE = 0
                   ADD 1 TO W-CNT-PRODUCTOS
                   PERFORM COMPROBAR-UN-PRODUCTO
               END-IF
           END-PERFORM.

       COMPROBAR-UN-PRODUCTO.
           MOVE P-idproducto TO W-EX-CLAVE
           MOVE SPACES TO W-EX-DETALLE
           STRING 'GRUPO ' DELIMITED BY SIZE
                  P-IdGrupo DELIMITED BY SIZE
                  INTO W-EX-DETALLE
           END-STRING
           MOVE 'N' TO W-TASA-HALLADA
           PERFORM VARYING IX-IVA FROM 1 BY 1
                   UNTIL IX-IVA > W-NUM-IVA
               IF TI-IDGRUPO(IX-IVA) = P-IdGrupo
                   SET TASA-HALLADA TO TRUE
               END-IF
           END-PERFORM
           IF NOT TASA-HALLADA
               MOVE '1' TO W-EX-GRAVEDAD
               MOVE 1   TO W-EX-COMPROBACION
               MOVE 'GRUPO SIN TASA DE IVA: SE VALORARIA SIN CUOTA'
                   TO W-EX-TEXTO
               PERFORM ANOTAR-EXCEPCION
           END-IF
           MOVE 'N' TO W-TASA-HALLADA
           PERFORM VARYING IX-TASA FROM 1 BY 1
                   UNTIL IX-TASA > W-NUM-TASAS
               IF TT-IDGRUPO(IX-TASA) = P-IdGrupo
                   SET TASA-HALLADA TO TRUE
               END-IF
           END-PERFORM
           IF NOT TASA-HALLADA
               MOVE '1' TO W-EX-GRAVEDAD
               MOVE 2   TO W-EX-COMPROBACION
               MOVE 'GRUPO SIN TASA DE COMISION: COMISION A CERO'
                   TO W-EX-TEXTO
               PERFORM ANOTAR-EXCEPCION
           END-IF
           IF PRECIOS-DISPONIBLE
               PERFORM COMPROBAR-PRECIO
           END-IF.

      * BASTA CON QUE EXISTA UNA FILA CUALQUIERA DEL PRODUCTO.
       COMPROBAR-PRECIO.
           MOVE P-idproducto TO PH-idproducto
           MOVE '00000000'   TO PH-fecha-desde
           MOVE 0 TO FE-PRE
           START PRECIOS KEY IS NOT < PH-CLAVE
               INVALID KEY MOVE 1 TO FE-PRE
           END-START
           IF FE-PRE = 0
               READ PRECIOS NEXT RECORD
                   AT END MOVE 1 TO FE-PRE
               END-READ
           END-IF
           IF FE-PRE = 0 AND PH-idproducto NOT = P-idproducto
               MOVE 1 TO FE-PRE
           END-IF
           IF FE-PRE = 1
               MOVE '2' TO W-EX-GRAVEDAD
               MOVE 7   TO W-EX-COMPROBACION
               MOVE P-idproducto TO W-EX-CLAVE
               MOVE 'SIN FILA EN NAT-PRECIOS: SE VALORA AL DEL MAESTRO'
                   TO W-EX-TEXTO
               MOVE SPACES TO W-EX-DETALLE
               STRING 'PRECIO MAESTRO ' DELIMITED BY SIZE
                      P-precio DELIMITED BY SIZE
                      INTO W-EX-DETALLE
               END-STRING
               PERFORM ANOTAR-EXCEPCION
           END-IF.

      * EL CLIENTE SIN VENDEDOR YA LO AVISA LA CARGA DE CLIENTES.
       COMPROBAR-CLIENTES.
           MOVE 0 TO FE
           PERFORM UNTIL FE = 1
               READ CLIENTES NEXT RECORD
                   AT END MOVE 1 TO FE
               END-READ
               IF FE = 0
                   ADD 1 TO W-CNT-CLIENTES
                   IF C-cod-vendedor NOT = SPACES
                       PERFORM COMPROBAR-UN-CLIENTE
                   END-IF
               END-IF
           END-PERFORM.

       COMPROBAR-UN-CLIENTE.
           MOVE '2' TO W-EX-GRAVEDAD
           MOVE C-cod-cliente TO W-EX-CLAVE
           MOVE SPACES TO W-EX-DETALLE
           MOVE C-cod-vendedor TO V-cod-vendedor
           READ VENDEDORES
               INVALID KEY
                   MOVE 5 TO W-EX-COMPROBACION
                   MOVE 'VENDEDOR ASIGNADO DADO DE BAJA' TO W-EX-TEXTO
                   STRING 'VENDEDOR ' DELIMITED BY SIZE
                          C-cod-vendedor DELIMITED BY SIZE
                          INTO W-EX-DETALLE
                   END-STRING
                   PERFORM ANOTAR-EXCEPCION
               NOT INVALID KEY
                   IF V-ESTADO NOT = 'activo'
                       MOVE 6 TO W-EX-COMPROBACION
                       MOVE 'VENDEDOR ASIGNADO NO ACTIVO'
                           TO W-EX-TEXTO
                       STRING 'VENDEDOR ' DELIMITED BY SIZE
                              C-cod-vendedor DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              V-ESTADO DELIMITED BY SIZE
                              INTO W-EX-DETALLE
                       END-STRING
                       PERFORM ANOTAR-EXCEPCION
                   END-IF
           END-READ.

       COMPROBAR-STOCK.
           OPEN INPUT STOCK
           IF WS-FS-STOCK = '00'
               SET STOCK-DISPONIBLE TO TRUE
               MOVE 0 TO FE
               PERFORM UNTIL FE = 1
                   READ STOCK NEXT RECORD
                       AT END MOVE 1 TO FE
                   END-READ
                   IF FE = 0
                       ADD 1 TO W-CNT-STOCK
                       PERFORM COMPROBAR-UNA-EXISTENCIA
                   END-IF
               END-PERFORM
               CLOSE STOCK
           END-IF.

       COMPROBAR-UNA-EXISTENCIA.
           MOVE ST-idproducto TO P-idproducto
           READ PRODUCTOS
               INVALID KEY
                   MOVE '2' TO W-EX-GRAVEDAD
                   MOVE 8   TO W-EX-COMPROBACION
                   MOVE ST-idproducto TO W-EX-CLAVE
                   MOVE 'STOCK DE UN PRODUCTO BORRADO DEL MAESTRO'
                       TO W-EX-TEXTO
                   MOVE ST-existencias TO W-EXISTENCIAS-ED
                   MOVE SPACES TO W-EX-DETALLE
                   STRING 'EXISTENCIAS ' DELIMITED BY SIZE
                          W-EXISTENCIAS-ED DELIMITED BY SIZE
                          INTO W-EX-DETALLE
                   END-STRING
                   PERFORM ANOTAR-EXCEPCION
           END-READ.

       COMPROBAR-PEDIDOS.
           OPEN INPUT PROVEEDORES
           IF WS-FS-PROVEEDORES = '00'
               SET PROVEEDORES-DISPONIBLE TO TRUE
               OPEN INPUT PEDIDOS
               IF WS-FS-PEDIDOS = '00'
                   SET PEDIDOS-DISPONIBLE TO TRUE
               END-IF
           END-IF
           IF PEDIDOS-DISPONIBLE
               MOVE 0 TO FE
               PERFORM UNTIL FE = 1
                   READ PEDIDOS NEXT RECORD
                       AT END MOVE 1 TO FE
                   END-READ
                   IF FE = 0 AND PED-ESTADO = 'A'
                       ADD 1 TO W-CNT-PEDIDOS
                       PERFORM COMPROBAR-UN-PEDIDO
                   END-IF
               END-PERFORM
               CLOSE PEDIDOS
           END-IF
           IF PROVEEDORES-DISPONIBLE
               CLOSE PROVEEDORES
           END-IF.

       COMPROBAR-UN-PEDIDO.
           MOVE PED-proveedor TO PV-cod-proveedor
           READ PROVEEDORES
               INVALID KEY
                   MOVE '2' TO W-EX-GRAVEDAD
                   MOVE 9   TO W-EX-COMPROBACION
                   MOVE PED-NUMERO TO W-EX-CLAVE
                   MOVE 'PEDIDO ABIERTO A UN PROVEEDOR INEXISTENTE'
                       TO W-EX-TEXTO
                   MOVE SPACES TO W-EX-DETALLE
                   STRING 'PROVEEDOR ' DELIMITED BY SIZE
                          PED-proveedor DELIMITED BY SIZE
                          ' PRODUCTO ' DELIMITED BY SIZE
                          PED-idproducto DELIMITED BY SIZE
                          INTO W-EX-DETALLE
                   END-STRING
                   PERFORM ANOTAR-EXCEPCION
           END-READ.

      * NAT-VENTAS ES EL DETALLE DEL MES QUE LIQUIDA NATPAGO: TODO
      * VENDEDOR QUE APARECE EN EL TIENE COMISION PENDIENTE Y DEBE
      * PODER COBRARLA POR TRANSFERENCIA.
       COMPROBAR-COMISIONES.
           OPEN INPUT VENTAS
           IF WS-FS-VENTAS = '00'
               SET VENTAS-DISPONIBLE TO TRUE
               MOVE 0 TO FE
               READ VENTAS AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   ADD 1 TO W-CNT-VENTAS
                   PERFORM MARCAR-VENDEDOR
                   IF NOT VENDEDOR-VISTO
                       PERFORM COMPROBAR-PAGO-VENDEDOR
                   END-IF
                   READ VENTAS AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE VENTAS
           END-IF.

       MARCAR-VENDEDOR.
           MOVE 'N' TO W-VISTO
           PERFORM VARYING IX-VEN FROM 1 BY 1
                   UNTIL IX-VEN > W-NUM-VEN OR VENDEDOR-VISTO
               IF TV-COD-VENDEDOR(IX-VEN) = E-cod-vendedor
                   SET VENDEDOR-VISTO TO TRUE
               END-IF
           END-PERFORM
           IF NOT VENDEDOR-VISTO AND W-NUM-VEN < 500
               ADD 1 TO W-NUM-VEN
               MOVE E-cod-vendedor TO TV-COD-VENDEDOR(W-NUM-VEN)
           END-IF.

       COMPROBAR-PAGO-VENDEDOR.
           MOVE '1' TO W-EX-GRAVEDAD
           MOVE E-cod-vendedor TO W-EX-CLAVE
           MOVE SPACES TO W-EX-DETALLE
           MOVE E-cod-vendedor TO V-cod-vendedor
           READ VENDEDORES
               INVALID KEY
                   MOVE 4 TO W-EX-COMPROBACION
                   MOVE 'COMISION PENDIENTE DE UN VENDEDOR INEXISTENTE'
                       TO W-EX-TEXTO
                   PERFORM ANOTAR-EXCEPCION
               NOT INVALID KEY
                   IF V-IBAN = SPACES
                       MOVE 3 TO W-EX-COMPROBACION
                       MOVE 'COMISION PENDIENTE Y VENDEDOR SIN IBAN'
                           TO W-EX-TEXTO
                       MOVE V-nombre TO W-EX-DETALLE
                       PERFORM ANOTAR-EXCEPCION
                   ELSE
                       PERFORM VALIDAR-IBAN
                       IF IBAN-MAL
                           MOVE 3 TO W-EX-COMPROBACION
                           MOVE 'COMISION PENDIENTE E IBAN INVALIDO'
                               TO W-EX-TEXTO
                           MOVE V-IBAN TO W-EX-DETALLE
                           PERFORM ANOTAR-EXCEPCION
                       END-IF
                   END-IF
           END-READ.

       VALIDAR-IBAN.
           SET IBAN-BIEN TO TRUE
           IF V-IBAN(1:2) NOT = 'ES' OR V-IBAN(3:22) NOT NUMERIC
               SET IBAN-MAL TO TRUE
           END-IF
           IF IBAN-BIEN
               MOVE SPACES TO W-IBAN-REORDENADO
               STRING V-IBAN(5:20) DELIMITED BY SIZE
                      '1428'       DELIMITED BY SIZE
                      V-IBAN(3:2)  DELIMITED BY SIZE
                      INTO W-IBAN-REORDENADO
               END-STRING
               MOVE 0 TO W-IBAN-RESTO
               PERFORM VARYING W-IBAN-POS FROM 1 BY 1
                       UNTIL W-IBAN-POS > 26
                   MOVE W-IBAN-REORDENADO(W-IBAN-POS:1)
                       TO W-IBAN-DIGITO
                   COMPUTE W-IBAN-ACUM =
                       W-IBAN-RESTO * 10 + W-IBAN-DIGITO
                   DIVIDE W-IBAN-ACUM BY 97
                       GIVING W-IBAN-COCIENTE
                       REMAINDER W-IBAN-RESTO
               END-PERFORM
               IF W-IBAN-RESTO NOT = 1
                   SET IBAN-MAL TO TRUE
               END-IF
           END-IF.

       ANOTAR-EXCEPCION.
           IF W-EX-GRAVEDAD = '1'
               ADD 1 TO W-CNT-ROTURAS
           ELSE
               ADD 1 TO W-CNT-AVISOS
           END-IF
           MOVE W-EX-GRAVEDAD     TO OX-GRAVEDAD
           MOVE W-EX-COMPROBACION TO OX-COMPROBACION
           MOVE W-EX-CLAVE        TO OX-CLAVE
           MOVE W-EX-TEXTO        TO OX-TEXTO
           MOVE W-EX-DETALLE      TO OX-DETALLE
           RELEASE REG-ORDEXC.

       IMPRIMIR-EXCEPCIONES.
           MOVE 0 TO FE-SRT
           MOVE SPACE TO W-GRAVEDAD-ANT
           PERFORM UNTIL FE-SRT = 1
               RETURN ORDEXC
                   AT END MOVE 1 TO FE-SRT
               END-RETURN
               IF FE-SRT = 0
                   IF OX-GRAVEDAD NOT = W-GRAVEDAD-ANT
                       MOVE OX-GRAVEDAD TO W-GRAVEDAD-ANT
                       PERFORM IMPRIMIR-SECCION
                   END-IF
                   MOVE OX-CLAVE   TO S-CLAVE
                   MOVE OX-TEXTO   TO S-TEXTO
                   MOVE OX-DETALLE TO S-DETALLE
                   WRITE REG-SALIDA FROM CABECERA4 END-WRITE
               END-IF
           END-PERFORM
           IF W-GRAVEDAD-ANT = SPACE
               MOVE 'SIN INCIDENCIAS' TO S-SECCION
               WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           END-IF.

       IMPRIMIR-SECCION.
           MOVE SPACES TO S-SECCION
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           IF W-GRAVEDAD-ANT = '1'
               MOVE 'ROTURAS: FALSEAN LA VALORACION O LOS PAGOS (RC=8)'
                   TO S-SECCION
           ELSE
               MOVE 'AVISOS (RC=4)' TO S-SECCION
           END-IF
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           WRITE REG-SALIDA FROM CABECERA3 END-WRITE.

       IMPRIMIR-RESUMEN.
           MOVE SPACES TO S-SECCION
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           MOVE 'NAT-PRODUCTOS' TO S-FICHERO
           MOVE W-CNT-PRODUCTOS TO S-REVISADOS
           MOVE W-PROD-DISP TO W-DISP-FIC
           PERFORM IMPRIMIR-FICHERO
           MOVE 'NAT-PRECIOS' TO S-FICHERO
           MOVE W-CNT-PRODUCTOS TO S-REVISADOS
           MOVE W-PRE-DISP TO W-DISP-FIC
           PERFORM IMPRIMIR-FICHERO
           MOVE 'NAT-CLIENTES' TO S-FICHERO
           MOVE W-CNT-CLIENTES TO S-REVISADOS
           MOVE W-CLI-DISP TO W-DISP-FIC
           PERFORM IMPRIMIR-FICHERO
           MOVE 'NAT-STOCK' TO S-FICHERO
           MOVE W-CNT-STOCK TO S-REVISADOS
           MOVE W-STK-DISP TO W-DISP-FIC
           PERFORM IMPRIMIR-FICHERO
           MOVE 'NAT-PEDIDOS (ABIERTOS)' TO S-FICHERO
           MOVE W-CNT-PEDIDOS TO S-REVISADOS
           MOVE W-PED-DISP TO W-DISP-FIC
           PERFORM IMPRIMIR-FICHERO
           MOVE 'NAT-VENTAS' TO S-FICHERO
           MOVE W-CNT-VENTAS TO S-REVISADOS
           MOVE W-VTA-DISP TO W-DISP-FIC
           PERFORM IMPRIMIR-FICHERO
           MOVE W-CNT-ROTURAS TO S-CNT-ROT
           MOVE W-CNT-AVISOS  TO S-CNT-AVI
           IF W-CNT-ROTURAS > 0
               MOVE 'CON ROTURAS' TO S-RESULTADO
           ELSE
               IF W-CNT-AVISOS > 0
                   MOVE 'CON AVISOS' TO S-RESULTADO
               ELSE
                   MOVE 'CORRECTO' TO S-RESULTADO
               END-IF
           END-IF
           WRITE REG-SALIDA FROM CABECERA6 END-WRITE.

       IMPRIMIR-FICHERO.
           IF FICHERO-DISPONIBLE
               MOVE 'OK' TO S-ESTADO-FIC
           ELSE
               MOVE 'NO DISPONIBLE' TO S-ESTADO-FIC
           END-IF
           WRITE REG-SALIDA FROM CABECERA5 END-WRITE.

       GRABAR-AUDITORIA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WHORA-HOY  FROM TIME
           COMPUTE W-CNT-LEIDOS = W-CNT-PRODUCTOS + W-CNT-CLIENTES
               + W-CNT-STOCK + W-CNT-PEDIDOS + W-CNT-VENTAS
           OPEN EXTEND AUDITORIA
           IF WS-FS-AUD NOT = '00'
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES        TO REG-AUDITORIA
           MOVE 'INTEGRID'    TO AUD-PROGRAMA
           MOVE WFECHA-HOY    TO AUD-FECHA
           MOVE WHORA-HOY     TO AUD-HORA
           MOVE W-CNT-LEIDOS  TO AUD-LEIDOS
           MOVE W-CNT-AVISOS  TO AUD-ESCRITOS
           MOVE W-CNT-ROTURAS TO AUD-RECHAZADOS
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.

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
       FD  RECICLAJE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 24 CHARACTERS
           DATA RECORD IS REG-VENTASDIA.
      * CLIENTE Y FECHA DE VENTA PARA QUE STOCKUPD ANOTE EN
      * NAT-LOTES.MOV A QUIEN FUE CADA LOTE; DELEGACION PARA QUE
      * DESCUENTE LOS KILOS DEL ALMACEN DE LA DELEGACION QUE VENDIO.
       01  REG-VENTASDIA.
           03 DIA-cod-producto  PIC XX.
           03 DIA-kilos         PIC X(6).
           03 DIA-tipo-mov      PIC X.
           03 DIA-cod-cliente   PIC X(4).
           03 DIA-fecha-venta   PIC X(8).
           03 DIA-delegacion    PIC X(3).
       FD  TERRITORIO
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
                   MOVE S1-cod-producto TO DIA-cod-producto
                   MOVE S1-kilos        TO DIA-kilos
                   MOVE W-TIPO-MOV      TO DIA-tipo-mov
                   MOVE S1-cod-cliente  TO DIA-cod-cliente
                   MOVE S1-fecha-venta  TO DIA-fecha-venta
                   MOVE S1-delegacion   TO DIA-delegacion
                   WRITE REG-VENTASDIA END-WRITE
                   ADD 1 TO W-CNT-ESCRITOS-AUD
                   IF W-BLOQUE-ACTUAL > 0

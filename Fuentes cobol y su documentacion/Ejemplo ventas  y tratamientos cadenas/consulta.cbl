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

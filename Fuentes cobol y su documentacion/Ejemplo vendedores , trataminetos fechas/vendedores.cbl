       IDENTIFICATION DIVISION.
       PROGRAM-ID. vendedores.
       AUTHOR. J.GAYAN.
      * LOS CODIGOS ANONIMIZADOS EN NAT-VENDEDORES.RET (VENDRET) SE
      * CARGAN SIN DATOS PERSONALES AUNQUE LA DELEGACION LOS SIGA
      * MANDANDO EN EL .TXT; EL LISTADO LOS CUENTA PARA QUE LOS
      * QUITEN DEL ENVIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
           organization is line sequential.
           SELECT rechazos ASSIGN TO 'NAT-vendedores.rej'
           organization is line  sequential.
           SELECT retencion ASSIGN TO 'NAT-vendedores.ret'
           organization is line sequential
           FILE STATUS IS WS-FS-RET.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA
           03 REG-RECHAZO-LINEA    PIC X(160).
           03 FILLER               PIC X VALUE SPACES.
           03 REG-RECHAZO-MOTIVO   PIC X(19).
       FD  RETENCION
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 21 CHARACTERS
           DATA RECORD IS REG-RETENCION.
       01  REG-RETENCION.
           03 RT-cod-vendedor   PIC X(4).
           03 RT-fecha-baja     PIC 9(8).
           03 RT-situacion      PIC X.
              88 RT-ANONIMIZADO       VALUE 'A'.
           03 RT-fecha-anon     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WFECHA.
       01  CAB-DUP-3.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 S-DUP-COD-VENDEDOR PIC X(4).
      * CODIGOS ANONIMIZADOS (FILAS 'A' DEL REGISTRO DE RETENCION).
       01  WS-FS-RET            PIC XX.
       77  FE-RET   PIC 9    VALUE 0.
       01  TABLA-ANONIMOS.
           03 TAN-COD-VENDEDOR OCCURS 2000 TIMES INDEXED BY IX-ANO
                                 PIC X(4).
       77  W-NUM-ANONIMOS       PIC 9(4) COMP VALUE 0.
       77  W-CNT-ANONIMOS       PIC 9(7) VALUE 0.
       01  W-ANONIMO            PIC X VALUE 'N'.
           88 VENDEDOR-ANONIMO        VALUE 'S'.
       01  CAB-ANO-1.
           03 FILLER PIC X(40)
              VALUE 'ANONIMIZADOS QUE SIGUEN EN EL ENVIO: '.
           03 S-CNT-ANONIMOS PIC zzzz9.

       PROCEDURE DIVISION.
       ABRIR.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-ANONIMOS
           OPEN input ENTRADA
           OPEN OUTPUT SALIDA salida1 rechazos.
           IF MODO-US-ACTIVO
               move w-ref-pago to   S1-REF-PAGO
               perform destripa-fechas
               perform calcular-edad-antiguedad
               perform buscar-anonimo
               IF VENDEDOR-ANONIMO
                   perform anonimizar-carga
               ELSE
                   perform validar-nif
                   perform validar-iban
               END-IF
               IF IBAN-RECHAZADO
                   MOVE 'IBAN INVALIDO' TO W-MOTIVO-RECHAZO
                   PERFORM RECHAZAR
           PERFORM IMPRIMIR-EXCEPCIONES-IBAN
           PERFORM IMPRIMIR-RESUMEN-ESTADO
           PERFORM IMPRIMIR-DUPLICADOS
           IF W-CNT-ANONIMOS > 0
               MOVE W-CNT-ANONIMOS TO S-CNT-ANONIMOS
               WRITE REG-SALIDA FROM CAB-ANO-1 END-WRITE
           END-IF
           PERFORM GRABAR-AUDITORIA
           CLOSE ENTRADA SALIDA salida1 rechazos
           IF MODO-US-ACTIVO
               CLOSE PARAMETROS
           END-IF.

       CARGAR-ANONIMOS.
           MOVE 0 TO W-NUM-ANONIMOS
           OPEN INPUT RETENCION
           IF WS-FS-RET NOT = '00'
               CLOSE RETENCION
           ELSE
               MOVE 0 TO FE-RET
               READ RETENCION AT END MOVE 1 TO FE-RET END-READ
               PERFORM UNTIL FE-RET = 1
                   IF RT-ANONIMIZADO AND W-NUM-ANONIMOS < 2000
                       ADD 1 TO W-NUM-ANONIMOS
                       MOVE RT-cod-vendedor
                           TO TAN-COD-VENDEDOR(W-NUM-ANONIMOS)
                   END-IF
                   READ RETENCION AT END MOVE 1 TO FE-RET END-READ
               END-PERFORM
               CLOSE RETENCION
           END-IF.

       BUSCAR-ANONIMO.
           MOVE 'N' TO W-ANONIMO
           PERFORM VARYING IX-ANO FROM 1 BY 1
                   UNTIL IX-ANO > W-NUM-ANONIMOS OR VENDEDOR-ANONIMO
               IF TAN-COD-VENDEDOR(IX-ANO) = S1-cod-vendedor
                   SET VENDEDOR-ANONIMO TO TRUE
               END-IF
           END-PERFORM.

      * SE QUEDAN CODIGO, ALTA, ESTADO Y ANTIGUEDAD; SIN NIF NI IBAN
      * NO HAY NADA QUE VALIDAR.
       ANONIMIZAR-CARGA.
           ADD 1 TO W-CNT-ANONIMOS
           MOVE 'N' TO W-IBAN-RECHAZO
           MOVE 'ANONIMO' TO S-nombre S1-nombre
           MOVE SPACES TO S1-NIF S1-fecha-nacimiento S1-DIRECION
                          S1-POBLACION S1-COD-POSTAL S1-TELEFONO
                          S1-GUAPO S1-IBAN S1-REF-PAGO
           MOVE SPACES TO s-nif S-fecha-nacimiento S-direcion
                          S-poblacion S-cod-postal S-telefono S-guapo
           MOVE 0 TO W-EDAD S1-EDAD.

       ESCRIBIR-SALIDA-US.
           MOVE S1-cod-vendedor TO US-cod-vendedor
           MOVE S1-nombre       TO US-nombre
           MOVE S1-M-N TO US-M-N
           MOVE S1-D-N TO US-D-N
           MOVE US-fecha-nacimiento-WS TO US-fecha-nacimiento
           IF S1-fecha-nacimiento = SPACES
               MOVE SPACES TO US-fecha-nacimiento
           END-IF
           WRITE REG-SALIDA-US.

       GRABAR-AUDITORIA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDMANT.
       AUTHOR. J.GAYAN.
      * CADA BAJA APLICADA SE ANOTA EN EL REGISTRO DE RETENCION
      * NAT-VENDEDORES.RET CON LA FECHA DE HOY (VENDRET ANONIMIZA AL
      * VENCER LA RETENCION). UN ALTA O MODIFICACION DE UN CODIGO YA
      * ANONIMIZADO SE RECHAZA: SUS DATOS NO PUEDEN VOLVER A ENTRAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
           organization is line sequential
           FILE STATUS IS WS-FS-AUD.
           SELECT retencion ASSIGN TO 'NAT-vendedores.ret'
           organization is line sequential
           FILE STATUS IS WS-FS-RET.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA
           03 FILLER           PIC X     VALUE SPACES.
           03 FILLER           PIC X(11) VALUE 'RECHAZADOS:'.
           03 AUD-RECHAZADOS   PIC Z(9)9.
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
       01  WS-FS-ENTRADA        PIC XX.
           03 S-CNT-APLIC    PIC zzzzz9.
           03 FILLER         PIC X(13) VALUE '  RECHAZADAS:'.
           03 S-CNT-RECH     PIC zzzzz9.
      * CODIGOS ANONIMIZADOS (FILAS 'A' DEL REGISTRO DE RETENCION).
       01  WS-FS-RET            PIC XX.
       77  FE-RET   PIC 9    VALUE 0.
       01  TABLA-ANONIMOS.
           03 TAN-COD-VENDEDOR OCCURS 2000 TIMES INDEXED BY IX-ANO
                                 PIC X(4).
       77  W-NUM-ANONIMOS       PIC 9(4) COMP VALUE 0.
       01  W-ANONIMO            PIC X VALUE 'N'.
           88 VENDEDOR-ANONIMO        VALUE 'S'.
       77  FE       PIC 9    VALUE 0.
       77 WDDMMAA    PIC X(10).
       77 WHHMMSS    PIC X(8).
               STOP RUN
           END-IF
           OPEN OUTPUT SALIDA RECHAZOS
           PERFORM CARGAR-ANONIMOS
           WRITE REG-SALIDA from cabecera1 END-WRITE
           WRITE REG-SALIDA from cabecera2 END-WRITE
           READ ENTRADA AT END MOVE 1 TO FE END-READ
                   MOVE 'VENDEDOR NO NUMERICO' TO W-MOTIVO-RECHAZO
               END-IF
           END-IF
           IF REG-VALIDO AND (W-ACCION = 'A' OR W-ACCION = 'M')
               PERFORM BUSCAR-ANONIMO
               IF VENDEDOR-ANONIMO
                   SET REG-INVALIDO TO TRUE
                   MOVE 'CODIGO ANONIMIZADO' TO W-MOTIVO-RECHAZO
               END-IF
           END-IF
           IF REG-VALIDO AND w-iban NOT = SPACES
              AND (W-ACCION = 'A' OR W-ACCION = 'M')
               PERFORM VALIDAR-IBAN
                           MOVE M-poblacion TO W-poblacion
                           MOVE M-estado    TO W-estado
                           PERFORM ANOTAR-DIARIO
                           PERFORM ANOTAR-RETENCION
                   END-DELETE
           END-READ.

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
               IF TAN-COD-VENDEDOR(IX-ANO) = W-cod-vendedor
                   SET VENDEDOR-ANONIMO TO TRUE
               END-IF
           END-PERFORM.

      * LA BAJA DE UN CODIGO YA ANONIMIZADO NO SE VUELVE A ANOTAR.
       ANOTAR-RETENCION.
           PERFORM BUSCAR-ANONIMO
           IF NOT VENDEDOR-ANONIMO
               OPEN EXTEND RETENCION
               IF WS-FS-RET NOT = '00'
                   OPEN OUTPUT RETENCION
               END-IF
               MOVE W-cod-vendedor TO RT-cod-vendedor
               MOVE WFECHA-HOY     TO RT-fecha-baja
               MOVE 'B'            TO RT-situacion
               MOVE 0              TO RT-fecha-anon
               WRITE REG-RETENCION
               CLOSE RETENCION
           END-IF.

       ANOTAR-DIARIO.
           ADD 1 TO W-CNT-APLICADAS
           MOVE W-ACCION         TO S-accion

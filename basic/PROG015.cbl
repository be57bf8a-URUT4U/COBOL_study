      * Author:JOSE FELIPE
      * Date:12\07\2026
      * Purpose:MARCAR NO CADASTRO ONLINE A SITUACAO DE PAGAMENTO.
      *         SEGURA A TRAVA REGISTRY DO LOCKCTL DURANTE A MARCACAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             05 WS-REGISTRY-READ  PIC 9(07) VALUE 0.
             05 WS-MARKED-COUNT   PIC 9(07) VALUE 0.
             05 WS-CLEARED-COUNT  PIC 9(07) VALUE 0.
      * trava compartilhada (LOCKCTL) do REGISTRY.DAT - tomada antes de
      * abrir o arquivo para atualizar, devolvida no fim
          01 WS-LOCK-ACTION PIC X(01) VALUE 'L'.
          01 WS-LOCK-NAME PIC X(08) VALUE 'REGISTRY'.
          01 WS-LOCK-PROGRAM PIC X(08) VALUE 'PROG015'.
          01 WS-LOCK-RESULT PIC X(01) VALUE SPACE.
          88 WS-LOCK-TAKEN VALUE 'Y'.
          01 WS-LOCK-SAVED-RC PIC 9(04) VALUE 0.
          01 WS-LOCK-HELD-FLAG PIC X VALUE 'N'.
          88 WS-LOCK-HELD VALUE 'Y'.
      * tratador comum de erro de arquivo (FILEERR) - o status ruim
      * vai para o JOBLOG em palavras e acerta o codigo de retorno
          01 WS-FE-PROGRAM PIC X(08) VALUE 'PROG015'.
          01 WS-FE-FILE PIC X(12) VALUE SPACES.
          01 WS-FE-OPERATION PIC X(07) VALUE SPACES.
          01 WS-FE-STATUS PIC X(02) VALUE SPACES.
          01 WS-FE-SEVERITY PIC X(01) VALUE SPACE.
          01 WS-FE-END-RUN PIC X(01) VALUE 'N'.
          01 WS-FE-RETURN-CODE PIC 9(04) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           OPEN INPUT STUDENT-FILE.
           IF NOT WS-STUDENT-STATUS-OK
               MOVE 'BATCH.txt' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-STUDENT-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
               GOBACK
           END-IF.
           PERFORM 1500-LOAD-DEVEDORES UNTIL END-OF-STUDENTS.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 8000-TAKE-MASTER-LOCK.
           IF NOT WS-LOCK-HELD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O REGISTRY-FILE.
           IF NOT WS-REGISTRY-STATUS-OK
               MOVE 'REGISTRY.DAT' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-REGISTRY-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
               PERFORM 8100-RELEASE-MASTER-LOCK
               GOBACK
           END-IF.
           PERFORM 2000-MARK-REGISTRY UNTIL END-OF-REGISTRY.
           CLOSE REGISTRY-FILE.
           PERFORM 4000-PRINT-SUMMARY.
           PERFORM 8100-RELEASE-MASTER-LOCK.
           GOBACK.

      * so o aluno com saldo devedor entra na tabela - quem esta em
               REWRITE REGISTRY-RECORD
               INVALID KEY
                 DISPLAY 'PROG015: REWRITE FALHOU ' RG-CPF
                 MOVE 'REGISTRY.DAT' TO WS-FE-FILE
                 MOVE 'REWRITE'  TO WS-FE-OPERATION
                 MOVE WS-REGISTRY-STATUS TO WS-FE-STATUS
                 MOVE 'E'        TO WS-FE-SEVERITY
                 PERFORM 8200-REPORT-FILE-ERROR
               NOT INVALID KEY
                 IF RG-DELINQ-FLAG = 'D'
                     ADD 1 TO WS-MARKED-COUNT
           DISPLAY 'MARCAS LIMPAS:        ' WS-CLEARED-COUNT.
       4000-EXIT.
           EXIT.

      * o LOCKCTL recusa a trava REGISTRY, dizendo quem a tem, enquanto
      * outro programa estiver atualizando o arquivo
       8000-TAKE-MASTER-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-SAVED-RC.
           MOVE 'L' TO WS-LOCK-ACTION.
           CALL 'LOCKCTL' USING WS-LOCK-ACTION WS-LOCK-NAME
               WS-LOCK-PROGRAM WS-LOCK-RESULT.
           MOVE WS-LOCK-SAVED-RC TO RETURN-CODE.
           IF WS-LOCK-TAKEN
               SET WS-LOCK-HELD TO TRUE
           END-IF.
       8000-EXIT.
           EXIT.

      * a trava volta em toda saida depois de tomada - quem nao a
      * conseguiu nao tem o que devolver
       8100-RELEASE-MASTER-LOCK.
           IF WS-LOCK-HELD
               MOVE RETURN-CODE TO WS-LOCK-SAVED-RC
               MOVE 'R' TO WS-LOCK-ACTION
               CALL 'LOCKCTL' USING WS-LOCK-ACTION WS-LOCK-NAME
                   WS-LOCK-PROGRAM WS-LOCK-RESULT
               MOVE WS-LOCK-SAVED-RC TO RETURN-CODE
               MOVE 'N' TO WS-LOCK-HELD-FLAG
           END-IF.
       8100-EXIT.
           EXIT.

      * todo status ruim de arquivo passa pelo FILEERR, que o registra
      * e sobe o RETURN-CODE para o codigo de aviso, erro ou grave da
      * casa - nunca o abaixa. o erro grave volta aqui e quem chamou
      * faz o GOBACK, para a cadeia do PROG001 ver o codigo
       8200-REPORT-FILE-ERROR.
           MOVE RETURN-CODE TO WS-FE-RETURN-CODE.
           CALL 'FILEERR' USING WS-FE-PROGRAM WS-FE-FILE
               WS-FE-OPERATION WS-FE-STATUS WS-FE-SEVERITY
               WS-FE-END-RUN WS-FE-RETURN-CODE.
           MOVE WS-FE-RETURN-CODE TO RETURN-CODE.
           MOVE SPACE TO WS-FE-SEVERITY.
       8200-EXIT.
           EXIT.

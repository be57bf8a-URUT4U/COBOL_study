      * Author:JOSE FELIPE
      * Date:12\07\2026
      * Purpose:APLICAR AS MUDANCAS DE SITUACAO DOS ALUNOS.
      *         SEGURA A TRAVA STUDENT DO LOCKCTL DURANTE AS MUDANCAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO "C:\sistem\SITUACAO.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SITUACAO-STATUS.
      * acordos de renegociacao do PROG019 - aluno pagando o acordo
      * em dia nao e suspenso
           SELECT ACORDO-FILE
           ASSIGN TO "C:\sistem\ACORDOS.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACD-CHAVE
           FILE STATUS IS WS-ACORDO-STATUS.
      * toda mudanca fica registrada com a situacao antes e depois e
      * o motivo informado
           SELECT SITUACAO-LOG
           ASSIGN TO "C:\sistem\SITUACAO-LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
      * lista de espera por curso do PROG008 - cancelamento ou
      * formatura de quem ocupava vaga promove o primeiro da lista
           SELECT ESPERA-FILE
           ASSIGN TO "C:\sistem\ESPERA.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESP-CHAVE
           FILE STATUS IS WS-ESPERA-STATUS.
      * um aviso por aluno promovido, para a secretaria avisar
           SELECT AVISO-VAGA
           ASSIGN TO "C:\sistem\AVISO-VAGA.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SITUACAO-ERRO
           ASSIGN TO "C:\sistem\SITUACAO-ERRO.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
          88 GDA-SUSPENSO  VALUE 'S'.
          88 GDA-FORMADO   VALUE 'G'.
          88 GDA-CANCELADO VALUE 'C'.
          88 GDA-EM-ESPERA VALUE 'E'.
      * codigo do curso, validado contra o arquivo CURSOS.txt
          05 GDA-CURSO     PIC X(03).
          FD SITUACAO-FILE.
          88 SIT-STATUS-VALIDO VALUE 'A' 'S' 'G' 'C'.
          05 FILLER        PIC X(01).
          05 SIT-MOTIVO    PIC X(30).
          FD ACORDO-FILE.
          01 ACORDO-RECORD.
          05 ACD-CHAVE.
          10 ACD-NR-CHAVE  PIC 9(08).
          10 ACD-PARCELA   PIC 9(02).
          05 ACD-QTDE-PARCELAS PIC 9(02).
          05 ACD-DATA-ACORDO PIC 9(08).
          05 ACD-VALOR-ACORDO PIC 9(15).
      * V = vigente, Q = quitado, R = rompido
          05 ACD-SITUACAO-ACORDO PIC X(01).
          88 ACD-VIGENTE   VALUE 'V'.
          05 FILLER        PIC X(55).
          FD SITUACAO-LOG.
          01 SITUACAO-LOG-RECORD.
          05 LOG-DATA      PIC 9(08).
          05 LOG-DEPOIS    PIC X(01).
          05 FILLER        PIC X(01) VALUE SPACE.
          05 LOG-MOTIVO    PIC X(30).
          FD ESPERA-FILE.
          01 ESPERA-RECORD.
          05 ESP-CHAVE.
          10 ESP-CURSO     PIC X(03).
          10 ESP-DATA      PIC 9(08).
          10 ESP-NR-CHAVE  PIC 9(08).
          FD AVISO-VAGA.
          01 AVISO-VAGA-RECORD.
          05 AVI-DATA      PIC 9(08).
          05 FILLER        PIC X(01).
          05 AVI-NR-CHAVE  PIC 9(08).
          05 FILLER        PIC X(01).
          05 AVI-NOME      PIC X(27).
          05 FILLER        PIC X(01).
          05 AVI-CURSO     PIC X(03).
          05 FILLER        PIC X(01).
          05 AVI-DATA-ESPERA PIC 9(08).
          05 FILLER        PIC X(01).
          05 AVI-MENSAGEM  PIC X(21).
          FD SITUACAO-ERRO.
          01 SITUACAO-ERRO-REC PIC X(41).

          01 WS-LOG-STATUS PIC X(02) VALUE '00'.
          88 WS-LOG-STATUS-OK VALUE '00'.

          01 WS-ACORDO-STATUS PIC X(02) VALUE '00'.
          88 WS-ACORDO-STATUS-OK VALUE '00'.
          01 WS-ACORDO-ABERTO-FLAG PIC X VALUE 'N'.
          88 WS-ACORDO-DISPONIVEL VALUE 'Y'.
          01 WS-EM-ACORDO-FLAG PIC X VALUE 'N'.
          88 WS-EM-ACORDO VALUE 'Y'.

          01 WS-ESPERA-STATUS PIC X(02) VALUE '00'.
          88 WS-ESPERA-STATUS-OK VALUE '00'.
          01 WS-ESPERA-ABERTO-FLAG PIC X VALUE 'N'.
          88 WS-ESPERA-DISPONIVEL VALUE 'Y'.
          01 WS-ESPERA-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-ESPERA-CURSO VALUE 'Y'.
          01 WS-PROMOVIDO-FLAG PIC X VALUE 'N'.
          88 WS-PROMOVIDO VALUE 'Y'.
          01 WS-CURSO-LIBERADO PIC X(03) VALUE SPACES.
          01 WS-CHAVE-LIBEROU PIC 9(08) VALUE 0.

          01 WS-STATUS-ANTES PIC X(01).

          01 WS-SUMMARY-COUNTERS.
             05 WS-READ-COUNT     PIC 9(07) VALUE 0.
             05 WS-APPLIED-COUNT  PIC 9(07) VALUE 0.
             05 WS-REJECTED-COUNT PIC 9(07) VALUE 0.
             05 WS-EM-ACORDO-COUNT PIC 9(07) VALUE 0.
             05 WS-PROMOVIDO-COUNT PIC 9(07) VALUE 0.
      * trava compartilhada (LOCKCTL) do BATCH.txt - tomada antes de
      * abrir o arquivo para atualizar, devolvida no fim
          01 WS-LOCK-ACTION PIC X(01) VALUE 'L'.
          01 WS-LOCK-NAME PIC X(08) VALUE 'STUDENT'.
          01 WS-LOCK-PROGRAM PIC X(08) VALUE 'PROG013'.
          01 WS-LOCK-RESULT PIC X(01) VALUE SPACE.
          88 WS-LOCK-TAKEN VALUE 'Y'.
          01 WS-LOCK-SAVED-RC PIC 9(04) VALUE 0.
          01 WS-LOCK-HELD-FLAG PIC X VALUE 'N'.
          88 WS-LOCK-HELD VALUE 'Y'.
      * tratador comum de erro de arquivo (FILEERR) - o status ruim
      * vai para o JOBLOG em palavras e acerta o codigo de retorno
          01 WS-FE-PROGRAM PIC X(08) VALUE 'PROG013'.
          01 WS-FE-FILE PIC X(12) VALUE SPACES.
          01 WS-FE-OPERATION PIC X(07) VALUE SPACES.
          01 WS-FE-STATUS PIC X(02) VALUE SPACES.
          01 WS-FE-SEVERITY PIC X(01) VALUE SPACE.
          01 WS-FE-END-RUN PIC X(01) VALUE 'N'.
          01 WS-FE-RETURN-CODE PIC 9(04) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           OPEN INPUT SITUACAO-FILE.
           IF NOT WS-SITUACAO-STATUS-OK
               MOVE 'SITUACAO.txt' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-SITUACAO-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
               GOBACK
           END-IF.
           PERFORM 8000-TAKE-MASTER-LOCK.
           IF NOT WS-LOCK-HELD
               CLOSE SITUACAO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O STUDENT-FILE.
           IF NOT WS-STUDENT-STATUS-OK
               MOVE 'BATCH.txt' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-STUDENT-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
               PERFORM 8100-RELEASE-MASTER-LOCK
               GOBACK
           END-IF.
           OPEN EXTEND SITUACAO-LOG.
               OPEN OUTPUT SITUACAO-LOG
           END-IF.
           OPEN OUTPUT SITUACAO-ERRO.
           OPEN INPUT ACORDO-FILE.
           IF WS-ACORDO-STATUS-OK
               SET WS-ACORDO-DISPONIVEL TO TRUE
           END-IF.
      * sem lista de espera nao ha quem promover
           OPEN I-O ESPERA-FILE.
           IF WS-ESPERA-STATUS-OK
               SET WS-ESPERA-DISPONIVEL TO TRUE
           END-IF.
           OPEN OUTPUT AVISO-VAGA.
           PERFORM 2000-APPLY-CHANGES UNTIL END-OF-SITUACAO.
           PERFORM 4000-PRINT-SUMMARY.
           CLOSE STUDENT-FILE
                 SITUACAO-FILE
                 SITUACAO-LOG
                 SITUACAO-ERRO.
           IF WS-ACORDO-DISPONIVEL
               CLOSE ACORDO-FILE
           END-IF.
           IF WS-ESPERA-DISPONIVEL
               CLOSE ESPERA-FILE
           END-IF.
           CLOSE AVISO-VAGA.
           PERFORM 8100-RELEASE-MASTER-LOCK.
           GOBACK.

       2000-APPLY-CHANGES.
           NOT AT END
            ADD 1 TO WS-READ-COUNT
            IF SIT-STATUS-VALIDO
                PERFORM 2050-CHECK-ACORDO
                IF WS-EM-ACORDO
                    ADD 1 TO WS-EM-ACORDO-COUNT
                    DISPLAY 'PROG013: ALUNO EM ACORDO ' SIT-NR-CHAVE
                    PERFORM 2300-REJECT-ONE-CHANGE
                ELSE
                    PERFORM 2100-APPLY-ONE-CHANGE
                END-IF
            ELSE
                PERFORM 2300-REJECT-ONE-CHANGE
            END-IF
       2000-EXIT.
           EXIT.

      * so a suspensao depende do acordo; toda parcela leva a
      * situacao do acordo, entao a primeira basta
       2050-CHECK-ACORDO.
           MOVE 'N' TO WS-EM-ACORDO-FLAG
           IF SIT-STATUS = 'S' AND WS-ACORDO-DISPONIVEL
               MOVE SIT-NR-CHAVE TO ACD-NR-CHAVE
               MOVE 1 TO ACD-PARCELA
               READ ACORDO-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF ACD-VIGENTE
                     SET WS-EM-ACORDO TO TRUE
                 END-IF
               END-READ
           END-IF.
       2050-EXIT.
           EXIT.

      * a situacao nova entra no registro do aluno e a mudanca fica
      * no log com o antes, o depois e o motivo
       2100-APPLY-ONE-CHANGE.
             REWRITE INPUT-RECORD
             INVALID KEY
               DISPLAY 'PROG013: REWRITE FALHOU ' GDA-NR-CHAVE
               MOVE 'BATCH.txt' TO WS-FE-FILE
               MOVE 'REWRITE'  TO WS-FE-OPERATION
               MOVE WS-STUDENT-STATUS TO WS-FE-STATUS
               MOVE 'E'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
             NOT INVALID KEY
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 2200-WRITE-LOG-RECORD
               IF (SIT-STATUS = 'C' OR SIT-STATUS = 'G')
                  AND (WS-STATUS-ANTES = 'A' OR WS-STATUS-ANTES = ' '
                       OR WS-STATUS-ANTES = 'S')
                  AND GDA-CURSO NOT = SPACES
                  AND WS-ESPERA-DISPONIVEL
                   PERFORM 2500-PROMOTE-ESPERA
               END-IF
             END-REWRITE
           END-READ.
       2100-EXIT.
       2300-EXIT.
           EXIT.

      * a vaga liberada vai para o primeiro da lista do curso que
      * ainda esta em espera; quem saiu da espera por outro caminho
      * so e retirado da lista
       2500-PROMOTE-ESPERA.
           MOVE GDA-CURSO    TO WS-CURSO-LIBERADO
           MOVE GDA-NR-CHAVE TO WS-CHAVE-LIBEROU
           MOVE 'N' TO WS-PROMOVIDO-FLAG
                       WS-ESPERA-EOF-FLAG
           MOVE WS-CURSO-LIBERADO TO ESP-CURSO
           MOVE 0 TO ESP-DATA
                     ESP-NR-CHAVE
           START ESPERA-FILE KEY IS NOT LESS THAN ESP-CHAVE
           INVALID KEY
             SET END-OF-ESPERA-CURSO TO TRUE
           END-START
           PERFORM 2510-TRY-NEXT-ESPERA
               UNTIL END-OF-ESPERA-CURSO OR WS-PROMOVIDO.
       2500-EXIT.
           EXIT.

       2510-TRY-NEXT-ESPERA.
           READ ESPERA-FILE NEXT RECORD
           AT END
             SET END-OF-ESPERA-CURSO TO TRUE
           NOT AT END
             IF ESP-CURSO NOT = WS-CURSO-LIBERADO
                 SET END-OF-ESPERA-CURSO TO TRUE
             ELSE
                 MOVE ESP-NR-CHAVE TO GDA-NR-CHAVE
                 READ STUDENT-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF GDA-EM-ESPERA AND GDA-CURSO = WS-CURSO-LIBERADO
                       PERFORM 2520-PROMOTE-ONE-STUDENT
                   END-IF
                 END-READ
                 DELETE ESPERA-FILE RECORD
                 INVALID KEY
                   DISPLAY 'PROG013: DELETE FALHOU ' ESP-CHAVE
                   MOVE 'ESPERA.txt' TO WS-FE-FILE
                   MOVE 'DELETE'   TO WS-FE-OPERATION
                   MOVE WS-ESPERA-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM 8200-REPORT-FILE-ERROR
                 END-DELETE
             END-IF
           END-READ.
       2510-EXIT.
           EXIT.

       2520-PROMOTE-ONE-STUDENT.
           MOVE 'A' TO GDA-STATUS
           REWRITE INPUT-RECORD
           INVALID KEY
             DISPLAY 'PROG013: REWRITE FALHOU ' GDA-NR-CHAVE
             MOVE 'BATCH.txt' TO WS-FE-FILE
             MOVE 'REWRITE'  TO WS-FE-OPERATION
             MOVE WS-STUDENT-STATUS TO WS-FE-STATUS
             MOVE 'E'        TO WS-FE-SEVERITY
             PERFORM 8200-REPORT-FILE-ERROR
           NOT INVALID KEY
             SET WS-PROMOVIDO TO TRUE
             ADD 1 TO WS-PROMOVIDO-COUNT
             MOVE FUNCTION CURRENT-DATE(1:8) TO LOG-DATA
             MOVE GDA-NR-CHAVE  TO LOG-NR-CHAVE
             MOVE 'E'           TO LOG-ANTES
             MOVE 'A'           TO LOG-DEPOIS
             MOVE SPACES        TO LOG-MOTIVO
             STRING 'VAGA DE ' WS-CHAVE-LIBEROU
                 DELIMITED BY SIZE INTO LOG-MOTIVO
             WRITE SITUACAO-LOG-RECORD
             MOVE SPACES TO AVISO-VAGA-RECORD
             MOVE LOG-DATA      TO AVI-DATA
             MOVE GDA-NR-CHAVE  TO AVI-NR-CHAVE
             MOVE GDA-NOME      TO AVI-NOME
             MOVE GDA-CURSO     TO AVI-CURSO
             MOVE ESP-DATA      TO AVI-DATA-ESPERA
             MOVE 'VAGA LIBERADA - ATIVO' TO AVI-MENSAGEM
             WRITE AVISO-VAGA-RECORD
           END-REWRITE.
       2520-EXIT.
           EXIT.

       4000-PRINT-SUMMARY.
           DISPLAY '----------------------------------'
           DISPLAY 'RESUMO DAS MUDANCAS DE SITUACAO'
           DISPLAY 'MUDANCAS LIDAS:       ' WS-READ-COUNT
           DISPLAY 'MUDANCAS APLICADAS:   ' WS-APPLIED-COUNT
           DISPLAY 'MUDANCAS REJEITADAS:  ' WS-REJECTED-COUNT
           DISPLAY 'SUSPENSOES EM ACORDO: ' WS-EM-ACORDO-COUNT
           DISPLAY 'PROMOVIDOS DA ESPERA: ' WS-PROMOVIDO-COUNT.
       4000-EXIT.
           EXIT.

      * o LOCKCTL recusa a trava STUDENT, dizendo quem a tem, enquanto
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

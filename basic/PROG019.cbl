      ******************************************************************
      * Author:JOSE FELIPE
      * Date:12\07\2026
      * Purpose:REGISTRAR OS ACORDOS DE RENEGOCIACAO DE DIVIDA.
      *         SEGURA A TRAVA STUDENT DO LOCKCTL DURANTE O REGISTRO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG019.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE
           ASSIGN TO "C:\sistem\BATCH.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GDA-NR-CHAVE
           FILE STATUS IS WS-STUDENT-STATUS.
      * um acordo novo por linha, como a secretaria negociou - chave,
      * quantidade de parcelas, primeiro vencimento AAAAMMDD e o
      * valor renegociado; valor em branco ou zero leva o saldo
      * devedor inteiro
           SELECT ACORDO-NOVO
           ASSIGN TO "C:\sistem\ACORDO-NOVO.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOVO-STATUS.
      * uma linha por parcela, chave do aluno mais numero da parcela;
      * o PROG011 lanca a parcela no mes do vencimento, o PROG009
      * baixa e o PROG012 rompe o acordo com duas parcelas vencidas
           SELECT ACORDO-FILE
           ASSIGN TO "C:\sistem\ACORDOS.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACD-CHAVE
           FILE STATUS IS WS-ACORDO-STATUS.
           SELECT ACORDO-ERRO
           ASSIGN TO "C:\sistem\ACORDO-ERRO.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
      * same trail 2400-WRITE-AUDIT-RECORD feeds in PROG007 - the
      * renegotiated balance leaves gda-valor with its own record
           SELECT AUDIT-FILE
           ASSIGN TO "C:\sistem\BATCH-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
          FD STUDENT-FILE.
          01 INPUT-RECORD.
          03 INPUT-DATA PIC X(99).
          03 FILLER REDEFINES INPUT-DATA.
          05 GDA-NR-CHAVE  PIC 9(08).
          05 GDA-NOME      PIC X(27).
          05 GDA-RG        PIC 9(09).
          05 GDA-DT-NIVER  PIC X(10).
          05 GDA-NR-TEL    PIC 9(11).
          05 GDA-ENDEREC   PIC X(15).
          05 gda-valor     PIC 9(15).
          05 GDA-STATUS    PIC X(01).
          05 GDA-CURSO     PIC X(03).
          FD ACORDO-NOVO.
          01 ACORDO-NOVO-RECORD.
          05 ANV-NR-CHAVE  PIC 9(08).
          05 FILLER        PIC X(01).
          05 ANV-QTDE-PARCELAS PIC 9(02).
          05 FILLER        PIC X(01).
          05 ANV-PRIMEIRO-VENCTO PIC 9(08).
          05 FILLER        PIC X(01).
          05 ANV-VALOR     PIC 9(15).
          FD ACORDO-FILE.
          01 ACORDO-RECORD.
          05 ACD-CHAVE.
          10 ACD-NR-CHAVE  PIC 9(08).
          10 ACD-PARCELA   PIC 9(02).
          05 ACD-QTDE-PARCELAS PIC 9(02).
          05 ACD-DATA-ACORDO PIC 9(08).
          05 ACD-VALOR-ACORDO PIC 9(15).
      * V = vigente, Q = quitado, R = rompido - a mesma em todas as
      * parcelas do acordo
          05 ACD-SITUACAO-ACORDO PIC X(01).
          88 ACD-VIGENTE   VALUE 'V'.
          88 ACD-QUITADO   VALUE 'Q'.
          88 ACD-ROMPIDO   VALUE 'R'.
          05 ACD-VENCIMENTO PIC 9(08).
          05 ACD-VALOR     PIC 9(15).
      * A = a lancar, L = lancada no gda-valor, P = paga
          05 ACD-SITUACAO  PIC X(01).
          88 ACD-A-LANCAR  VALUE 'A'.
          88 ACD-LANCADA   VALUE 'L'.
          88 ACD-PAGA      VALUE 'P'.
          05 ACD-DATA-LANCAMENTO PIC 9(08).
          05 ACD-VALOR-PAGO PIC 9(15).
          05 ACD-DATA-PAGTO PIC 9(08).
          FD ACORDO-ERRO.
          01 ACORDO-ERRO-REC.
          05 AER-DADOS     PIC X(36).
          05 FILLER        PIC X(01).
          05 AER-MOTIVO    PIC X(20).
          FD AUDIT-FILE.
          01 AUDIT-RECORD.
          05 AUD-DATA-MOVTO    PIC 9(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 AUD-NR-CHAVE      PIC 9(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 AUD-VALOR-ANTES   PIC 9(15).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 AUD-VALOR-DEPOIS  PIC 9(15).

       WORKING-STORAGE SECTION.
          01 WS-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-NOVOS VALUE 'Y'.
          01 WS-STUDENT-STATUS PIC X(02) VALUE '00'.
          88 WS-STUDENT-STATUS-OK VALUE '00'.
          01 WS-NOVO-STATUS PIC X(02) VALUE '00'.
          88 WS-NOVO-STATUS-OK VALUE '00'.
          01 WS-ACORDO-STATUS PIC X(02) VALUE '00'.
          88 WS-ACORDO-STATUS-OK VALUE '00'.
          01 WS-AUDIT-STATUS PIC X(02) VALUE '00'.
          88 WS-AUDIT-STATUS-OK VALUE '00'.
          01 WS-ACORDO-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-ACORDO-ALUNO VALUE 'Y'.

          01 WS-TODAY PIC 9(08) VALUE 0.
          01 WS-MOTIVO PIC X(20) VALUE SPACES.
          01 WS-VALOR-ACORDO PIC 9(15) VALUE 0.
          01 WS-VALOR-PARCELA PIC 9(15) VALUE 0.
          01 WS-PARCELA PIC 9(02) VALUE 0.
          01 WS-VALOR-ANTES PIC 9(15).
          01 WS-VALOR-DEPOIS PIC 9(15).
          01 WS-VENCIMENTO PIC 9(08) VALUE 0.
          01 FILLER REDEFINES WS-VENCIMENTO.
             05 WS-VENC-ANO PIC 9(04).
             05 WS-VENC-MES PIC 9(02).
             05 WS-VENC-DIA PIC 9(02).

          01 WS-SUMMARY-COUNTERS.
             05 WS-READ-COUNT     PIC 9(07) VALUE 0.
             05 WS-ACORDO-COUNT   PIC 9(07) VALUE 0.
             05 WS-REJECTED-COUNT PIC 9(07) VALUE 0.
             05 WS-PARCELA-COUNT  PIC 9(07) VALUE 0.
             05 WS-TOTAL-ACORDADO PIC 9(15) VALUE 0.
      * trava compartilhada (LOCKCTL) do BATCH.txt - tomada antes de
      * abrir o arquivo para atualizar, devolvida no fim
          01 WS-LOCK-ACTION PIC X(01) VALUE 'L'.
          01 WS-LOCK-NAME PIC X(08) VALUE 'STUDENT'.
          01 WS-LOCK-PROGRAM PIC X(08) VALUE 'PROG019'.
          01 WS-LOCK-RESULT PIC X(01) VALUE SPACE.
          88 WS-LOCK-TAKEN VALUE 'Y'.
          01 WS-LOCK-SAVED-RC PIC 9(04) VALUE 0.
          01 WS-LOCK-HELD-FLAG PIC X VALUE 'N'.
          88 WS-LOCK-HELD VALUE 'Y'.
      * tratador comum de erro de arquivo (FILEERR) - o status ruim
      * vai para o JOBLOG em palavras e acerta o codigo de retorno
          01 WS-FE-PROGRAM PIC X(08) VALUE 'PROG019'.
          01 WS-FE-FILE PIC X(12) VALUE SPACES.
          01 WS-FE-OPERATION PIC X(07) VALUE SPACES.
          01 WS-FE-STATUS PIC X(02) VALUE SPACES.
          01 WS-FE-SEVERITY PIC X(01) VALUE SPACE.
          01 WS-FE-END-RUN PIC X(01) VALUE 'N'.
          01 WS-FE-RETURN-CODE PIC 9(04) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT ACORDO-NOVO.
           IF NOT WS-NOVO-STATUS-OK
               MOVE 'ACORDO-NOVO' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-NOVO-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
               GOBACK
           END-IF.
           PERFORM 8000-TAKE-MASTER-LOCK.
           IF NOT WS-LOCK-HELD
               CLOSE ACORDO-NOVO
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
      * o primeiro acordo cria o arquivo de acordos
           OPEN I-O ACORDO-FILE.
           IF WS-ACORDO-STATUS = "35"
               OPEN OUTPUT ACORDO-FILE
               CLOSE ACORDO-FILE
               OPEN I-O ACORDO-FILE
           END-IF.
           IF NOT WS-ACORDO-STATUS-OK
               MOVE 'ACORDOS.txt' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-ACORDO-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
               PERFORM 8100-RELEASE-MASTER-LOCK
               GOBACK
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-STATUS-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN OUTPUT ACORDO-ERRO.
           PERFORM 2000-PROCESS-NOVOS UNTIL END-OF-NOVOS.
           PERFORM 4000-PRINT-SUMMARY.
           CLOSE STUDENT-FILE
                 ACORDO-NOVO
                 ACORDO-FILE
                 ACORDO-ERRO
                 AUDIT-FILE.
           PERFORM 8100-RELEASE-MASTER-LOCK.
           GOBACK.

       2000-PROCESS-NOVOS.
           READ ACORDO-NOVO
           AT END
             SET END-OF-NOVOS TO TRUE
           NOT AT END
            ADD 1 TO WS-READ-COUNT
            PERFORM 2100-VALIDATE-NOVO
            IF WS-MOTIVO = SPACES
                PERFORM 2300-CREATE-ACORDO
            ELSE
                PERFORM 2900-REJECT-NOVO
            END-IF
           END-READ.
       2000-EXIT.
           EXIT.

      * de 2 a 24 parcelas, vencimento ate o dia 28 para valer em
      * qualquer mes, aluno com saldo devedor e sem outro acordo
      * vigente; o valor renegociado nao passa do saldo
       2100-VALIDATE-NOVO.
           MOVE SPACES TO WS-MOTIVO
           EVALUATE TRUE
               WHEN ANV-NR-CHAVE NOT NUMERIC
                   MOVE 'CHAVE INVALIDA' TO WS-MOTIVO
               WHEN ANV-QTDE-PARCELAS NOT NUMERIC
                 OR ANV-QTDE-PARCELAS < 2
                 OR ANV-QTDE-PARCELAS > 24
                   MOVE 'PARCELAS INVALIDAS' TO WS-MOTIVO
               WHEN ANV-PRIMEIRO-VENCTO NOT NUMERIC
                   MOVE 'VENCIMENTO INVALIDO' TO WS-MOTIVO
               WHEN OTHER
                   MOVE ANV-PRIMEIRO-VENCTO TO WS-VENCIMENTO
                   IF WS-VENC-MES < 1 OR WS-VENC-MES > 12
                      OR WS-VENC-DIA < 1 OR WS-VENC-DIA > 28
                      OR WS-VENCIMENTO < WS-TODAY
                       MOVE 'VENCIMENTO INVALIDO' TO WS-MOTIVO
                   END-IF
           END-EVALUATE
           IF WS-MOTIVO = SPACES
               MOVE ANV-NR-CHAVE TO GDA-NR-CHAVE
               READ STUDENT-FILE
               INVALID KEY
                 MOVE 'SEM CADASTRO' TO WS-MOTIVO
               NOT INVALID KEY
                 PERFORM 2110-CHECK-VALOR
               END-READ
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM 2120-CHECK-ACORDO-VIGENTE
           END-IF.
       2100-EXIT.
           EXIT.

       2110-CHECK-VALOR.
           IF ANV-VALOR IS NUMERIC AND ANV-VALOR > 0
               MOVE ANV-VALOR TO WS-VALOR-ACORDO
           ELSE
               MOVE gda-valor TO WS-VALOR-ACORDO
           END-IF
           EVALUATE TRUE
               WHEN gda-valor = 0
                   MOVE 'SEM SALDO DEVEDOR' TO WS-MOTIVO
               WHEN WS-VALOR-ACORDO > gda-valor
                   MOVE 'VALOR ACIMA DO SALDO' TO WS-MOTIVO
               WHEN WS-VALOR-ACORDO < ANV-QTDE-PARCELAS
                   MOVE 'VALOR INSUFICIENTE' TO WS-MOTIVO
           END-EVALUATE.
       2110-EXIT.
           EXIT.

      * toda parcela leva a situacao do acordo, entao a primeira basta
       2120-CHECK-ACORDO-VIGENTE.
           MOVE ANV-NR-CHAVE TO ACD-NR-CHAVE
           MOVE 1 TO ACD-PARCELA
           READ ACORDO-FILE
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             IF ACD-VIGENTE
                 MOVE 'ACORDO VIGENTE' TO WS-MOTIVO
             END-IF
           END-READ.
       2120-EXIT.
           EXIT.

      * o valor renegociado sai do gda-valor e volta parcela a parcela
      * pelo PROG011; a ultima parcela leva o resto da divisao
       2300-CREATE-ACORDO.
           MOVE gda-valor TO WS-VALOR-ANTES
           SUBTRACT WS-VALOR-ACORDO FROM gda-valor
           MOVE gda-valor TO WS-VALOR-DEPOIS
           REWRITE INPUT-RECORD
           INVALID KEY
             DISPLAY 'PROG019: REWRITE FALHOU ' GDA-NR-CHAVE
             MOVE 'BATCH.txt' TO WS-FE-FILE
             MOVE 'REWRITE'  TO WS-FE-OPERATION
             MOVE WS-STUDENT-STATUS TO WS-FE-STATUS
             MOVE 'E'        TO WS-FE-SEVERITY
             PERFORM 8200-REPORT-FILE-ERROR
           NOT INVALID KEY
             ADD 1 TO WS-ACORDO-COUNT
             ADD WS-VALOR-ACORDO TO WS-TOTAL-ACORDADO
             PERFORM 2400-WRITE-AUDIT-RECORD
             PERFORM 2500-DELETE-OLD-ACORDO
             COMPUTE WS-VALOR-PARCELA =
                 WS-VALOR-ACORDO / ANV-QTDE-PARCELAS
             MOVE ANV-PRIMEIRO-VENCTO TO WS-VENCIMENTO
             PERFORM 2600-WRITE-ONE-PARCELA
                 VARYING WS-PARCELA FROM 1 BY 1
                 UNTIL WS-PARCELA > ANV-QTDE-PARCELAS
           END-REWRITE.
       2300-EXIT.
           EXIT.

       2400-WRITE-AUDIT-RECORD.
           MOVE WS-TODAY        TO AUD-DATA-MOVTO
           MOVE GDA-NR-CHAVE    TO AUD-NR-CHAVE
           MOVE WS-VALOR-ANTES  TO AUD-VALOR-ANTES
           MOVE WS-VALOR-DEPOIS TO AUD-VALOR-DEPOIS
           WRITE AUDIT-RECORD.
       2400-EXIT.
           EXIT.

      * um acordo quitado ou rompido do mesmo aluno sai do arquivo
      * para o novo ocupar as mesmas chaves - o que ele lancou e
      * baixou continua no historico de cobrancas e na trilha
       2500-DELETE-OLD-ACORDO.
           MOVE 'N' TO WS-ACORDO-EOF-FLAG
           MOVE ANV-NR-CHAVE TO ACD-NR-CHAVE
           MOVE 0 TO ACD-PARCELA
           START ACORDO-FILE KEY IS NOT LESS THAN ACD-CHAVE
           INVALID KEY
             SET END-OF-ACORDO-ALUNO TO TRUE
           END-START
           PERFORM 2510-DELETE-ONE-PARCELA UNTIL END-OF-ACORDO-ALUNO.
       2500-EXIT.
           EXIT.

       2510-DELETE-ONE-PARCELA.
           READ ACORDO-FILE NEXT RECORD
           AT END
             SET END-OF-ACORDO-ALUNO TO TRUE
           NOT AT END
             IF ACD-NR-CHAVE NOT = ANV-NR-CHAVE
                 SET END-OF-ACORDO-ALUNO TO TRUE
             ELSE
                 DELETE ACORDO-FILE RECORD
                 INVALID KEY
                   DISPLAY 'PROG019: DELETE FALHOU ' ACD-CHAVE
                   MOVE 'ACORDOS.txt' TO WS-FE-FILE
                   MOVE 'DELETE'   TO WS-FE-OPERATION
                   MOVE WS-ACORDO-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM 8200-REPORT-FILE-ERROR
                 END-DELETE
             END-IF
           END-READ.
       2510-EXIT.
           EXIT.

       2600-WRITE-ONE-PARCELA.
           MOVE ANV-NR-CHAVE      TO ACD-NR-CHAVE
           MOVE WS-PARCELA        TO ACD-PARCELA
           MOVE ANV-QTDE-PARCELAS TO ACD-QTDE-PARCELAS
           MOVE WS-TODAY          TO ACD-DATA-ACORDO
           MOVE WS-VALOR-ACORDO   TO ACD-VALOR-ACORDO
           SET ACD-VIGENTE TO TRUE
           MOVE WS-VENCIMENTO     TO ACD-VENCIMENTO
           IF WS-PARCELA = ANV-QTDE-PARCELAS
               COMPUTE ACD-VALOR = WS-VALOR-ACORDO
                   - WS-VALOR-PARCELA * (ANV-QTDE-PARCELAS - 1)
           ELSE
               MOVE WS-VALOR-PARCELA TO ACD-VALOR
           END-IF
           SET ACD-A-LANCAR TO TRUE
           MOVE 0 TO ACD-DATA-LANCAMENTO
                     ACD-VALOR-PAGO
                     ACD-DATA-PAGTO
           WRITE ACORDO-RECORD
           INVALID KEY
             DISPLAY 'PROG019: WRITE FALHOU ' ACD-CHAVE
             MOVE 'ACORDOS.txt' TO WS-FE-FILE
             MOVE 'WRITE'    TO WS-FE-OPERATION
             MOVE WS-ACORDO-STATUS TO WS-FE-STATUS
             MOVE 'E'        TO WS-FE-SEVERITY
             PERFORM 8200-REPORT-FILE-ERROR
           NOT INVALID KEY
             ADD 1 TO WS-PARCELA-COUNT
           END-WRITE
           IF WS-VENC-MES = 12
               ADD 1 TO WS-VENC-ANO
               MOVE 1 TO WS-VENC-MES
           ELSE
               ADD 1 TO WS-VENC-MES
           END-IF.
       2600-EXIT.
           EXIT.

       2900-REJECT-NOVO.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO ACORDO-ERRO-REC
           MOVE ACORDO-NOVO-RECORD TO AER-DADOS
           MOVE WS-MOTIVO TO AER-MOTIVO
           WRITE ACORDO-ERRO-REC.
       2900-EXIT.
           EXIT.

       4000-PRINT-SUMMARY.
           DISPLAY '----------------------------------'
           DISPLAY 'RESUMO DOS ACORDOS'
           DISPLAY 'PEDIDOS LIDOS:        ' WS-READ-COUNT
           DISPLAY 'ACORDOS REGISTRADOS:  ' WS-ACORDO-COUNT
           DISPLAY 'PEDIDOS REJEITADOS:   ' WS-REJECTED-COUNT
           DISPLAY 'PARCELAS GERADAS:     ' WS-PARCELA-COUNT
           DISPLAY 'VALOR RENEGOCIADO:    ' WS-TOTAL-ACORDADO.
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

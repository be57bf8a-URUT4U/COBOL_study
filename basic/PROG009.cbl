      * Author:JOSE FELIPE
      * Date:12\07\2026
      * Purpose:BAIXAR OS PAGAMENTOS DO ARQUIVO RETORNO DO BANCO.
      *         PARM=T E UMA SIMULACAO (TRIAL RUN): CONFERE, CALCULA E
      *         LISTA TUDO SEM REGRAVAR O CADASTRO NEM GRAVAR HISTORICO.
      *         A BAIXA DE VERDADE SEGURA A TRAVA STUDENT DO LOCKCTL; A
      *         SIMULACAO NAO TOMA TRAVA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO "C:\sistem\BATCH-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
      * historico de pagamentos - uma linha por pagamento baixado,
      * com a data da baixa e o valor que de fato saiu do gda-valor,
      * lado a lado com o historico de cobrancas do PROG011 para a
      * declaracao anual de quitacao do PROG016
           SELECT PAGAMENTO-FILE
           ASSIGN TO "C:\sistem\PAGAMENTOS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAGAMENTO-STATUS.
      * registro dos titulos enviados ao banco pelo PROG017 - o
      * retorno que traz o nosso numero baixa o titulo daquele mes
           SELECT TITULO-FILE
           ASSIGN TO "C:\sistem\TITULOS.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-NOSSO-NUMERO
           FILE STATUS IS WS-TITULO-STATUS.
      * acordos de renegociacao do PROG019 - o pagamento de uma
      * parcela lancada pelo PROG011 baixa a parcela
           SELECT ACORDO-FILE
           ASSIGN TO "C:\sistem\ACORDOS.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACD-CHAVE
           FILE STATUS IS WS-ACORDO-STATUS.
      * cartao de encargos por atraso - percentual da multa e taxa de
      * juros ao dia, os dois sobre o valor do titulo
           SELECT ENCARGO-PARM
           ASSIGN TO "C:\sistem\ENCARGOS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENCARGO-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
          88 RET-HEADER    VALUE '0'.
          88 RET-DETALHE   VALUE '1'.
          88 RET-TRAILER   VALUE '9'.
          05 RET-DADOS     PIC X(43).
          01 RETORNO-HEADER-REC.
          05 FILLER        PIC X(01).
          05 RTH-DATA      PIC 9(08).
          05 RTH-BANCO     PIC 9(03).
          05 FILLER        PIC X(32).
          01 RETORNO-DETALHE-REC.
          05 FILLER        PIC X(01).
          05 RTD-NR-CHAVE  PIC 9(08).
          05 RTD-DATA      PIC X(10).
          05 RTD-VALOR     PIC 9(15).
      * nosso numero do titulo pago - em branco nos retornos de
      * cobranca que nao passou pela remessa, baixados so pela chave
          05 RTD-NOSSO-NUMERO PIC X(10).
          01 RETORNO-TRAILER-REC.
          05 FILLER        PIC X(01).
          05 RTT-QTDE      PIC 9(07).
          05 RTT-TOTAL     PIC 9(15).
          05 FILLER        PIC X(21).
          FD PAYMENT-ERRO.
          01 PAYMENT-ERRO-REC PIC X(44).
          FD RECON-REPORT.
          01 RECON-REPORT-LINE PIC X(80).
          FD AUDIT-FILE.
          05 AUD-VALOR-ANTES   PIC 9(15).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 AUD-VALOR-DEPOIS  PIC 9(15).
          FD PAGAMENTO-FILE.
          01 PAGAMENTO-RECORD.
          05 PAG-DATA      PIC 9(08).
          05 FILLER        PIC X(01) VALUE SPACE.
          05 PAG-NR-CHAVE  PIC 9(08).
          05 FILLER        PIC X(01) VALUE SPACE.
          05 PAG-DATA-BANCO PIC X(10).
          05 FILLER        PIC X(01) VALUE SPACE.
          05 PAG-VALOR     PIC 9(15).
          05 FILLER        PIC X(01) VALUE SPACE.
          05 PAG-NOSSO-NUMERO PIC 9(10).
          05 FILLER        PIC X(01) VALUE SPACE.
          05 PAG-COMPETENCIA PIC 9(06).
          FD TITULO-FILE.
          01 TITULO-RECORD.
          05 TIT-NOSSO-NUMERO PIC 9(10).
          05 TIT-NR-CHAVE     PIC 9(08).
          05 TIT-DATA-COBRANCA PIC 9(08).
          05 TIT-COMPETENCIA  PIC 9(06).
          05 TIT-VENCIMENTO   PIC 9(08).
          05 TIT-VALOR        PIC 9(15).
          05 TIT-SITUACAO     PIC X(01).
          88 TIT-ABERTO       VALUE 'A'.
          88 TIT-PAGO         VALUE 'P'.
          05 TIT-DATA-PAGTO   PIC 9(08).
          05 TIT-VALOR-PAGO   PIC 9(15).
          05 TIT-DATA-REMESSA PIC 9(08).
      * multa e juros ja lancados no gda-valor por este titulo
          05 TIT-MULTA-COBRADA PIC 9(15).
          05 TIT-JUROS-COBRADOS PIC 9(15).
      * parcela do acordo que o titulo cobra; zero na mensalidade
          05 TIT-PARCELA      PIC 9(02).
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
          88 ACD-QUITADO   VALUE 'Q'.
          05 ACD-VENCIMENTO PIC 9(08).
          05 ACD-VALOR     PIC 9(15).
      * A = a lancar, L = lancada no gda-valor, P = paga
          05 ACD-SITUACAO  PIC X(01).
          88 ACD-LANCADA   VALUE 'L'.
          88 ACD-PAGA      VALUE 'P'.
          05 ACD-DATA-LANCAMENTO PIC 9(08).
          05 ACD-VALOR-PAGO PIC 9(15).
          05 ACD-DATA-PAGTO PIC 9(08).
          FD ENCARGO-PARM.
          01 ENCARGO-PARM-RECORD.
          05 ENC-PERC-MULTA PIC 9(03)V99.
          05 FILLER         PIC X(01).
          05 ENC-JUROS-DIA  PIC 9(01)V9(04).

       WORKING-STORAGE SECTION.
      * PARM=T e uma simulacao - tudo e conferido e calculado, a
      * conciliacao e os rejeitados saem, mas nada e regravado nem
      * gravado no historico. no encadeamento noturno do PROG001 o
      * PARM e o do encadeamento - C, depois o modo dele
          01 WS-PARM-STRING PIC X(80) VALUE SPACES.
          01 WS-RUN-MODE PIC X VALUE 'P'.
          88 WS-TRIAL-RUN VALUE 'T' 't'.
          01 WS-RETORNO-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-RETORNO VALUE 'Y'.
          01 WS-STUDENT-STATUS PIC X(02) VALUE '00'.
          88 WS-RETORNO-STATUS-OK VALUE '00'.
          01 WS-AUDIT-STATUS PIC X(02) VALUE '00'.
          88 WS-AUDIT-STATUS-OK VALUE '00'.
          01 WS-PAGAMENTO-STATUS PIC X(02) VALUE '00'.
          88 WS-PAGAMENTO-STATUS-OK VALUE '00'.
          01 WS-TITULO-STATUS PIC X(02) VALUE '00'.
          88 WS-TITULO-STATUS-OK VALUE '00'.
          01 WS-TITULO-ABERTO-FLAG PIC X VALUE 'N'.
          88 WS-TITULO-DISPONIVEL VALUE 'Y'.
      * resultado da conferencia do nosso numero: S = sem referencia,
      * baixa pela chave; T = titulo em aberto do mesmo aluno;
      * R = recusado, com o motivo em WS-TITULO-MOTIVO
          01 WS-TITULO-MATCH-FLAG PIC X VALUE 'S'.
          88 WS-SEM-REFERENCIA VALUE 'S'.
          88 WS-TITULO-CONFERE VALUE 'T'.
          88 WS-TITULO-RECUSADO VALUE 'R'.
          01 WS-TITULO-MOTIVO PIC X(14) VALUE SPACES.

          01 WS-ACORDO-STATUS PIC X(02) VALUE '00'.
          88 WS-ACORDO-STATUS-OK VALUE '00'.
          01 WS-ACORDO-ABERTO-FLAG PIC X VALUE 'N'.
          88 WS-ACORDO-DISPONIVEL VALUE 'Y'.
          01 WS-ACORDO-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-ACORDO-ALUNO VALUE 'Y'.
          01 WS-PARCELA-PAGA-FLAG PIC X VALUE 'N'.
          88 WS-PARCELA-PAGA VALUE 'Y'.
          01 WS-VALOR-A-BAIXAR PIC 9(15) VALUE 0.
          01 WS-VALOR-FALTA PIC 9(15) VALUE 0.
          01 WS-PARCELAS-ABERTAS PIC 9(02) VALUE 0.

      * 2,00% de multa e 0,0333% de juros ao dia quando o cartao de
      * encargos nao existe ou vem em branco
          01 WS-ENCARGO-STATUS PIC X(02) VALUE '00'.
          88 WS-ENCARGO-STATUS-OK VALUE '00'.
          01 WS-PERC-MULTA PIC 9(03)V99 VALUE 2.
          01 WS-JUROS-DIA PIC 9(01)V9(04) VALUE 0.0333.
          01 WS-DATA-REFERENCIA PIC 9(08) VALUE 0.
          01 WS-DATA-PAGTO.
             05 WS-DP-ANO PIC 9(04).
             05 WS-DP-MES PIC 9(02).
             05 WS-DP-DIA PIC 9(02).
          01 WS-DIAS-ATRASO PIC S9(05) VALUE 0.
          01 WS-MULTA-DEVIDA PIC 9(15) VALUE 0.
          01 WS-JUROS-DEVIDOS PIC 9(15) VALUE 0.
          01 WS-JUROS-ATE-HOJE PIC 9(15) VALUE 0.
          01 WS-VALOR-ENCARGOS PIC 9(15) VALUE 0.
          01 WS-VALOR-COM-ENCARGOS PIC 9(15) VALUE 0.
          01 WS-ENCARGOS-TITULO PIC 9(15) VALUE 0.
          01 WS-VALOR-PRINCIPAL PIC 9(15) VALUE 0.

      * conferencia do trailer antes de baixar qualquer coisa - uma
      * remessa truncada ou fora de soma e recusada inteira
             05 WS-POSTED-COUNT   PIC 9(07) VALUE 0.
             05 WS-REJECTED-COUNT PIC 9(07) VALUE 0.
             05 WS-DUPLICATE-COUNT PIC 9(07) VALUE 0.
             05 WS-TITULO-COUNT   PIC 9(07) VALUE 0.
             05 WS-SEM-REF-COUNT  PIC 9(07) VALUE 0.
             05 WS-ATRASO-COUNT   PIC 9(07) VALUE 0.
             05 WS-TOTAL-MULTA    PIC 9(15) VALUE 0.
             05 WS-TOTAL-JUROS    PIC 9(15) VALUE 0.
             05 WS-TOTAL-POSTED   PIC 9(15) VALUE 0.
             05 WS-PARCELA-COUNT  PIC 9(07) VALUE 0.
             05 WS-QUITADO-COUNT  PIC 9(07) VALUE 0.

          01 RECON-DETAIL-LINE.
             05 RCL-NR-CHAVE   PIC 9(08).
             05 RCL-VALOR      PIC Z(14)9.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 RCL-SITUACAO   PIC X(14).
      * o que o pagamento quitou de principal e, em separado, a multa
      * e os juros do titulo pago com atraso
             05 FILLER         PIC X(01) VALUE SPACE.
             05 RCL-PRINCIPAL  PIC Z(08)9.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 RCL-MULTA      PIC Z(07)9.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 RCL-JUROS      PIC Z(07)9.
             05 FILLER         PIC X(02) VALUE SPACES.
      * trava compartilhada (LOCKCTL) do BATCH.txt - tomada antes de
      * abrir o arquivo para atualizar, devolvida no fim
          01 WS-LOCK-ACTION PIC X(01) VALUE 'L'.
          01 WS-LOCK-NAME PIC X(08) VALUE 'STUDENT'.
          01 WS-LOCK-PROGRAM PIC X(08) VALUE 'PROG009'.
          01 WS-LOCK-RESULT PIC X(01) VALUE SPACE.
          88 WS-LOCK-TAKEN VALUE 'Y'.
          01 WS-LOCK-SAVED-RC PIC 9(04) VALUE 0.
          01 WS-LOCK-HELD-FLAG PIC X VALUE 'N'.
          88 WS-LOCK-HELD VALUE 'Y'.
      * tratador comum de erro de arquivo (FILEERR) - o status ruim
      * vai para o JOBLOG em palavras e acerta o codigo de retorno
          01 WS-FE-PROGRAM PIC X(08) VALUE 'PROG009'.
          01 WS-FE-FILE PIC X(12) VALUE SPACES.
          01 WS-FE-OPERATION PIC X(07) VALUE SPACES.
          01 WS-FE-STATUS PIC X(02) VALUE SPACES.
          01 WS-FE-SEVERITY PIC X(01) VALUE SPACE.
          01 WS-FE-END-RUN PIC X(01) VALUE 'N'.
          01 WS-FE-RETURN-CODE PIC 9(04) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           PERFORM 1050-GET-RUN-MODE.
           PERFORM 1100-READ-ENCARGO-PARM.
           OPEN INPUT RETORNO-FILE.
           IF NOT WS-RETORNO-STATUS-OK
               MOVE 'RETORNO.txt' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-RETORNO-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
               GOBACK
           END-IF.
           OPEN OUTPUT RECON-REPORT.
           IF WS-TRIAL-RUN
               MOVE '*** TRIAL RUN - SIMULACAO, NADA FOI BAIXADO ***'
                   TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.
           PERFORM 1200-VERIFY-REMESSA.
           IF NOT WS-REMESSA-VALIDA
               MOVE 'REMESSA RECUSADA - NADA FOI BAIXADO'
           CLOSE RETORNO-FILE.
           OPEN INPUT RETORNO-FILE.
           MOVE 'N' TO WS-RETORNO-EOF-FLAG.
           IF NOT WS-TRIAL-RUN
               PERFORM 8000-TAKE-MASTER-LOCK
               IF NOT WS-LOCK-HELD
                   CLOSE RETORNO-FILE
                         RECON-REPORT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           IF WS-TRIAL-RUN
               OPEN INPUT STUDENT-FILE
           ELSE
               OPEN I-O STUDENT-FILE
           END-IF.
           IF NOT WS-STUDENT-STATUS-OK
               MOVE 'BATCH.txt' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-STUDENT-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
               CLOSE RETORNO-FILE
                     RECON-REPORT
               PERFORM 8100-RELEASE-MASTER-LOCK
               GOBACK
           END-IF.
           IF NOT WS-TRIAL-RUN
               OPEN EXTEND AUDIT-FILE
               IF NOT WS-AUDIT-STATUS-OK
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               OPEN EXTEND PAGAMENTO-FILE
               IF NOT WS-PAGAMENTO-STATUS-OK
                   OPEN OUTPUT PAGAMENTO-FILE
               END-IF
           END-IF.
      * sem a trilha de auditoria e o historico de pagamentos uma
      * nova remessa nao teria como reconhecer o que ja foi baixado
           IF NOT WS-TRIAL-RUN
              AND NOT WS-AUDIT-STATUS-OK
               MOVE 'BATCH-AUDIT' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-AUDIT-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
               CLOSE RETORNO-FILE
                     RECON-REPORT
                     STUDENT-FILE
                     PAGAMENTO-FILE
               PERFORM 8100-RELEASE-MASTER-LOCK
               GOBACK
           END-IF.
           IF NOT WS-TRIAL-RUN
              AND NOT WS-PAGAMENTO-STATUS-OK
               MOVE 'PAGAMENTOS' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-PAGAMENTO-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
               CLOSE RETORNO-FILE
                     RECON-REPORT
                     STUDENT-FILE
                     AUDIT-FILE
               PERFORM 8100-RELEASE-MASTER-LOCK
               GOBACK
           END-IF.
           IF WS-TRIAL-RUN
               OPEN INPUT TITULO-FILE
           ELSE
               OPEN I-O TITULO-FILE
           END-IF.
           IF WS-TITULO-STATUS-OK
               SET WS-TITULO-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "PROG009: TITULOS.txt INDISPONIVEL - BAIXA SO "
                   "PELA CHAVE"
               IF WS-TITULO-STATUS NOT = '35'
                   MOVE 'TITULOS.txt' TO WS-FE-FILE
                   MOVE 'OPEN'     TO WS-FE-OPERATION
                   MOVE WS-TITULO-STATUS TO WS-FE-STATUS
                   MOVE 'W'        TO WS-FE-SEVERITY
                   PERFORM 8200-REPORT-FILE-ERROR
               END-IF
           END-IF.
      * sem arquivo de acordos ainda nao ha parcela a baixar
           IF WS-TRIAL-RUN
               OPEN INPUT ACORDO-FILE
           ELSE
               OPEN I-O ACORDO-FILE
           END-IF.
           IF WS-ACORDO-STATUS-OK
               SET WS-ACORDO-DISPONIVEL TO TRUE
           END-IF.
           OPEN OUTPUT PAYMENT-ERRO.
           MOVE 0 TO RCL-PRINCIPAL
                     RCL-MULTA
                     RCL-JUROS.
           PERFORM 2000-POST-PAYMENTS UNTIL END-OF-RETORNO.
           PERFORM 4000-PRINT-SUMMARY.
           IF WS-TRIAL-RUN
               MOVE '*** TRIAL RUN - SIMULACAO, NADA FOI BAIXADO ***'
                   TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           ELSE
               CLOSE AUDIT-FILE
                     PAGAMENTO-FILE
           END-IF.
           CLOSE STUDENT-FILE
                 RETORNO-FILE
                 PAYMENT-ERRO
                 RECON-REPORT.
           IF WS-TITULO-DISPONIVEL
               CLOSE TITULO-FILE
           END-IF.
           IF WS-ACORDO-DISPONIVEL
               CLOSE ACORDO-FILE
           END-IF.
           PERFORM 8100-RELEASE-MASTER-LOCK.
           GOBACK.

       1050-GET-RUN-MODE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING(1:1) = 'C' OR WS-PARM-STRING(1:1) = 'c'
               MOVE WS-PARM-STRING(2:1) TO WS-RUN-MODE
           ELSE
               MOVE WS-PARM-STRING(1:1) TO WS-RUN-MODE
           END-IF.
           IF WS-TRIAL-RUN
               DISPLAY 'PROG009: TRIAL RUN - SIMULACAO, NADA SERA '
                   'BAIXADO'
           END-IF.
       1050-EXIT.
           EXIT.

       1100-READ-ENCARGO-PARM.
           OPEN INPUT ENCARGO-PARM.
           IF WS-ENCARGO-STATUS-OK
               READ ENCARGO-PARM
               AT END
                 CONTINUE
               NOT AT END
                 IF ENC-PERC-MULTA IS NUMERIC
                     MOVE ENC-PERC-MULTA TO WS-PERC-MULTA
                 END-IF
                 IF ENC-JUROS-DIA IS NUMERIC
                     MOVE ENC-JUROS-DIA TO WS-JUROS-DIA
                 END-IF
               END-READ
               CLOSE ENCARGO-PARM
           END-IF.
       1100-EXIT.
           EXIT.

      * le a remessa inteira uma vez: header na frente, trailer no
      * fim, e a quantidade e o total do trailer tem que bater com o
      * que veio de fato
                    MOVE 'DUPLICADO'    TO RCL-SITUACAO
                    PERFORM 2300-WRITE-RECON-LINE
                ELSE
                    PERFORM 2060-MATCH-TITULO
                    IF WS-TITULO-RECUSADO
                        ADD 1 TO WS-REJECTED-COUNT
                        MOVE RETORNO-RECORD TO PAYMENT-ERRO-REC
                        WRITE PAYMENT-ERRO-REC
                        MOVE WS-TITULO-MOTIVO TO RCL-SITUACAO
                        PERFORM 2300-WRITE-RECON-LINE
                    ELSE
                        PERFORM 2100-APPLY-ONE-PAYMENT
                    END-IF
                END-IF
            END-IF
           END-READ.
       2050-EXIT.
           EXIT.

      * o nosso numero tem que ser de um titulo do registro, do mesmo
      * aluno, ainda em aberto - titulo ja pago e recusado como
      * pagamento em duplicidade de outra remessa
       2060-MATCH-TITULO.
           MOVE 'S' TO WS-TITULO-MATCH-FLAG
           IF RTD-NOSSO-NUMERO IS NUMERIC
              AND RTD-NOSSO-NUMERO NOT = ZEROS
               IF NOT WS-TITULO-DISPONIVEL
                   MOVE 'R' TO WS-TITULO-MATCH-FLAG
                   MOVE 'SEM REGISTRO' TO WS-TITULO-MOTIVO
               ELSE
                   MOVE RTD-NOSSO-NUMERO TO TIT-NOSSO-NUMERO
                   READ TITULO-FILE
                   INVALID KEY
                     MOVE 'R' TO WS-TITULO-MATCH-FLAG
                     MOVE 'REF INEXISTENTE' TO WS-TITULO-MOTIVO
                   NOT INVALID KEY
                     EVALUATE TRUE
                         WHEN TIT-NR-CHAVE NOT = RTD-NR-CHAVE
                             MOVE 'R' TO WS-TITULO-MATCH-FLAG
                             MOVE 'REF DIVERGENTE' TO WS-TITULO-MOTIVO
                         WHEN TIT-PAGO
                             MOVE 'R' TO WS-TITULO-MATCH-FLAG
                             MOVE 'TITULO JA PAGO' TO WS-TITULO-MOTIVO
                         WHEN OTHER
                             MOVE 'T' TO WS-TITULO-MATCH-FLAG
                     END-EVALUATE
                   END-READ
               END-IF
           END-IF.
       2060-EXIT.
           EXIT.

      * a payment brings gda-valor down; a key with no student record
      * goes to the reject file instead of stopping the run
       2100-APPLY-ONE-PAYMENT.
             PERFORM 2300-WRITE-RECON-LINE
           NOT INVALID KEY
             MOVE gda-valor TO WS-VALOR-ANTES
             PERFORM 2150-COMPUTE-ENCARGOS
             ADD WS-VALOR-ENCARGOS TO gda-valor
             MOVE gda-valor TO WS-VALOR-COM-ENCARGOS
             IF RTD-VALOR > gda-valor
                 MOVE ZEROS TO gda-valor
             ELSE
                 SUBTRACT RTD-VALOR FROM gda-valor
             END-IF
             MOVE gda-valor TO WS-VALOR-DEPOIS
      * na simulacao o saldo novo so e conferido, nunca regravado
             IF WS-TRIAL-RUN
                 PERFORM 2110-RECORD-BAIXA
             ELSE
                 REWRITE INPUT-RECORD
                 INVALID KEY
                   DISPLAY 'PROG009: REWRITE FALHOU ' GDA-NR-CHAVE
                   MOVE 'BATCH.txt' TO WS-FE-FILE
                   MOVE 'REWRITE'  TO WS-FE-OPERATION
                   MOVE WS-STUDENT-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM 8200-REPORT-FILE-ERROR
                 NOT INVALID KEY
                   PERFORM 2110-RECORD-BAIXA
                 END-REWRITE
             END-IF
           END-READ.
       2100-EXIT.
           EXIT.

       2110-RECORD-BAIXA.
           ADD 1 TO WS-POSTED-COUNT
      * only what actually came off gda-valor counts - a floored
      * payment applies less than its face amount, and the control
      * total must reconcile against the audit trail's deltas
           COMPUTE WS-VALOR-APLICADO =
               WS-VALOR-COM-ENCARGOS - WS-VALOR-DEPOIS
           ADD WS-VALOR-APLICADO TO WS-TOTAL-POSTED
           IF WS-VALOR-ENCARGOS > 0
               PERFORM 2410-WRITE-ENCARGO-AUDIT
           END-IF
           MOVE WS-VALOR-COM-ENCARGOS TO WS-VALOR-ANTES
           PERFORM 2400-WRITE-AUDIT-RECORD
           PERFORM 2420-SETTLE-TITULO
           PERFORM 2450-WRITE-PAGAMENTO-RECORD
           IF WS-ACORDO-DISPONIVEL AND WS-VALOR-PRINCIPAL > 0
               PERFORM 2600-SETTLE-PARCELAS
           END-IF
           PERFORM 2500-REMEMBER-PAYMENT
           MOVE 'BAIXADO'       TO RCL-SITUACAO
           MOVE WS-VALOR-PRINCIPAL TO RCL-PRINCIPAL
           IF WS-TITULO-CONFERE
               MOVE TIT-MULTA-COBRADA  TO RCL-MULTA
               MOVE TIT-JUROS-COBRADOS TO RCL-JUROS
           END-IF
           PERFORM 2300-WRITE-RECON-LINE.
       2110-EXIT.
           EXIT.

      * titulo pago depois do vencimento leva multa uma vez e juros
      * simples por dia de atraso ate a data do pagamento no banco; o
      * que o PROG012 ja lancou para o titulo nao e cobrado de novo
       2150-COMPUTE-ENCARGOS.
           MOVE 0 TO WS-MULTA-DEVIDA
                     WS-JUROS-DEVIDOS
                     WS-VALOR-ENCARGOS
           IF WS-TITULO-CONFERE
               PERFORM 2160-PARSE-DATA-PAGTO
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-REFERENCIA)
                   - FUNCTION INTEGER-OF-DATE(TIT-VENCIMENTO)
               IF WS-DIAS-ATRASO > 0
                   IF TIT-MULTA-COBRADA = 0
                       COMPUTE WS-MULTA-DEVIDA ROUNDED =
                           TIT-VALOR * WS-PERC-MULTA / 100
                   END-IF
                   COMPUTE WS-JUROS-ATE-HOJE ROUNDED =
                       TIT-VALOR * WS-JUROS-DIA / 100 * WS-DIAS-ATRASO
                   IF WS-JUROS-ATE-HOJE > TIT-JUROS-COBRADOS
                       COMPUTE WS-JUROS-DEVIDOS =
                           WS-JUROS-ATE-HOJE - TIT-JUROS-COBRADOS
                   END-IF
                   COMPUTE WS-VALOR-ENCARGOS =
                       WS-MULTA-DEVIDA + WS-JUROS-DEVIDOS
               END-IF
           END-IF.
       2150-EXIT.
           EXIT.

      * a data do pagamento vem DD/MM/AAAA no retorno; fora desse
      * formato vale a data da baixa
       2160-PARSE-DATA-PAGTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REFERENCIA
           IF RTD-DATA(3:1) = '/' AND RTD-DATA(6:1) = '/'
              AND RTD-DATA(1:2) IS NUMERIC
              AND RTD-DATA(4:2) IS NUMERIC
              AND RTD-DATA(7:4) IS NUMERIC
               MOVE RTD-DATA(7:4) TO WS-DP-ANO
               MOVE RTD-DATA(4:2) TO WS-DP-MES
               MOVE RTD-DATA(1:2) TO WS-DP-DIA
               IF WS-DP-MES >= 1 AND WS-DP-MES <= 12
                  AND WS-DP-DIA >= 1 AND WS-DP-DIA <= 31
                  AND WS-DP-ANO >= 1900
                   MOVE WS-DATA-PAGTO TO WS-DATA-REFERENCIA
               END-IF
           END-IF.
       2160-EXIT.
           EXIT.

       2300-WRITE-RECON-LINE.
           MOVE RTD-DATA     TO RCL-DATA
           MOVE RTD-VALOR    TO RCL-VALOR
           MOVE RECON-DETAIL-LINE TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE 0 TO RCL-PRINCIPAL
                     RCL-MULTA
                     RCL-JUROS.
       2300-EXIT.
           EXIT.

           MOVE GDA-NR-CHAVE   TO AUD-NR-CHAVE
           MOVE WS-VALOR-ANTES  TO AUD-VALOR-ANTES
           MOVE WS-VALOR-DEPOIS TO AUD-VALOR-DEPOIS
           IF NOT WS-TRIAL-RUN
               WRITE AUDIT-RECORD
           END-IF.
       2400-EXIT.
           EXIT.

      * a multa e os juros entram no gda-valor como um lancamento
      * proprio na trilha, antes do lancamento do pagamento
       2410-WRITE-ENCARGO-AUDIT.
           ADD 1 TO WS-ATRASO-COUNT
           ADD WS-MULTA-DEVIDA  TO WS-TOTAL-MULTA
           ADD WS-JUROS-DEVIDOS TO WS-TOTAL-JUROS
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATA-MOVTO
           MOVE GDA-NR-CHAVE   TO AUD-NR-CHAVE
           MOVE WS-VALOR-ANTES TO AUD-VALOR-ANTES
           MOVE WS-VALOR-COM-ENCARGOS TO AUD-VALOR-DEPOIS
           IF NOT WS-TRIAL-RUN
               WRITE AUDIT-RECORD
           END-IF.
       2410-EXIT.
           EXIT.

      * o titulo fica pago com a data e o valor que o banco mandou
       2420-SETTLE-TITULO.
           MOVE WS-VALOR-APLICADO TO WS-VALOR-PRINCIPAL
           IF WS-TITULO-CONFERE
               ADD 1 TO WS-TITULO-COUNT
               ADD WS-MULTA-DEVIDA  TO TIT-MULTA-COBRADA
               ADD WS-JUROS-DEVIDOS TO TIT-JUROS-COBRADOS
      * o pagamento cobre primeiro a multa e os juros do titulo; so o
      * resto e principal da mensalidade
               COMPUTE WS-ENCARGOS-TITULO =
                   TIT-MULTA-COBRADA + TIT-JUROS-COBRADOS
               IF WS-VALOR-APLICADO > WS-ENCARGOS-TITULO
                   COMPUTE WS-VALOR-PRINCIPAL =
                       WS-VALOR-APLICADO - WS-ENCARGOS-TITULO
               ELSE
                   MOVE 0 TO WS-VALOR-PRINCIPAL
               END-IF
               SET TIT-PAGO TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:8) TO TIT-DATA-PAGTO
               MOVE RTD-VALOR TO TIT-VALOR-PAGO
               IF NOT WS-TRIAL-RUN
                   REWRITE TITULO-RECORD
                   INVALID KEY
                     DISPLAY 'PROG009: REWRITE FALHOU '
                         TIT-NOSSO-NUMERO
                     MOVE 'TITULOS.txt' TO WS-FE-FILE
                     MOVE 'REWRITE'  TO WS-FE-OPERATION
                     MOVE WS-TITULO-STATUS TO WS-FE-STATUS
                     MOVE 'E'        TO WS-FE-SEVERITY
                     PERFORM 8200-REPORT-FILE-ERROR
                   END-REWRITE
               END-IF
           ELSE
               ADD 1 TO WS-SEM-REF-COUNT
           END-IF.
       2420-EXIT.
           EXIT.

      * um pagamento que so zerou o saldo fica com o valor aplicado;
      * um que nao tirou nada do saldo nao entra no historico. so o
      * principal entra - multa e juros nao quitam mensalidade. a
      * parcela de acordo paga meses antigos, entao vai sem a
      * competencia e o PROG016 quita do mes mais antigo
       2450-WRITE-PAGAMENTO-RECORD.
           IF WS-VALOR-PRINCIPAL > 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO PAG-DATA
               MOVE GDA-NR-CHAVE      TO PAG-NR-CHAVE
               MOVE RTD-DATA          TO PAG-DATA-BANCO
               MOVE WS-VALOR-PRINCIPAL TO PAG-VALOR
               IF WS-TITULO-CONFERE
                   MOVE TIT-NOSSO-NUMERO TO PAG-NOSSO-NUMERO
                   MOVE TIT-COMPETENCIA  TO PAG-COMPETENCIA
                   IF TIT-PARCELA > 0
                       MOVE 0 TO PAG-COMPETENCIA
                   END-IF
               ELSE
                   MOVE 0 TO PAG-NOSSO-NUMERO
                                PAG-COMPETENCIA
               END-IF
               IF NOT WS-TRIAL-RUN
                   WRITE PAGAMENTO-RECORD
               END-IF
           END-IF.
       2450-EXIT.
           EXIT.

       2500-REMEMBER-PAYMENT.
           IF WS-DUP-COUNT < 500
               ADD 1 TO WS-DUP-COUNT
       2500-EXIT.
           EXIT.

      * o titulo de uma parcela baixa aquela parcela; o pagamento sem
      * nosso numero baixa as parcelas lancadas do aluno, da mais
      * antiga para a mais nova; o titulo de mensalidade nao mexe no
      * acordo
       2600-SETTLE-PARCELAS.
           MOVE WS-VALOR-PRINCIPAL TO WS-VALOR-A-BAIXAR
           MOVE 'N' TO WS-PARCELA-PAGA-FLAG
           EVALUATE TRUE
               WHEN WS-TITULO-CONFERE AND TIT-PARCELA > 0
                   MOVE GDA-NR-CHAVE TO ACD-NR-CHAVE
                   MOVE TIT-PARCELA  TO ACD-PARCELA
                   READ ACORDO-FILE
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     IF ACD-VIGENTE AND ACD-LANCADA
                        AND ACD-DATA-LANCAMENTO = TIT-DATA-COBRANCA
                         PERFORM 2620-APPLY-TO-PARCELA
                     END-IF
                   END-READ
               WHEN WS-SEM-REFERENCIA
                   PERFORM 2610-START-ACORDO-ALUNO
                   PERFORM 2630-SETTLE-NEXT-PARCELA
                       UNTIL END-OF-ACORDO-ALUNO
                       OR WS-VALOR-A-BAIXAR = 0
           END-EVALUATE
           IF WS-PARCELA-PAGA
               PERFORM 2700-CHECK-QUITACAO
           END-IF.
       2600-EXIT.
           EXIT.

       2610-START-ACORDO-ALUNO.
           MOVE 'N' TO WS-ACORDO-EOF-FLAG
           MOVE GDA-NR-CHAVE TO ACD-NR-CHAVE
           MOVE 0 TO ACD-PARCELA
           START ACORDO-FILE KEY IS NOT LESS THAN ACD-CHAVE
           INVALID KEY
             SET END-OF-ACORDO-ALUNO TO TRUE
           END-START.
       2610-EXIT.
           EXIT.

       2620-APPLY-TO-PARCELA.
           COMPUTE WS-VALOR-FALTA = ACD-VALOR - ACD-VALOR-PAGO
           IF WS-VALOR-FALTA > WS-VALOR-A-BAIXAR
               MOVE WS-VALOR-A-BAIXAR TO WS-VALOR-FALTA
           END-IF
           ADD WS-VALOR-FALTA TO ACD-VALOR-PAGO
           SUBTRACT WS-VALOR-FALTA FROM WS-VALOR-A-BAIXAR
           IF ACD-VALOR-PAGO >= ACD-VALOR
               SET ACD-PAGA TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:8) TO ACD-DATA-PAGTO
               SET WS-PARCELA-PAGA TO TRUE
               ADD 1 TO WS-PARCELA-COUNT
           END-IF
           IF NOT WS-TRIAL-RUN
               REWRITE ACORDO-RECORD
               INVALID KEY
                 DISPLAY 'PROG009: REWRITE FALHOU ' ACD-CHAVE
                 MOVE 'ACORDOS.txt' TO WS-FE-FILE
                 MOVE 'REWRITE'  TO WS-FE-OPERATION
                 MOVE WS-ACORDO-STATUS TO WS-FE-STATUS
                 MOVE 'E'        TO WS-FE-SEVERITY
                 PERFORM 8200-REPORT-FILE-ERROR
               END-REWRITE
           END-IF.
       2620-EXIT.
           EXIT.

       2630-SETTLE-NEXT-PARCELA.
           READ ACORDO-FILE NEXT RECORD
           AT END
             SET END-OF-ACORDO-ALUNO TO TRUE
           NOT AT END
             IF ACD-NR-CHAVE NOT = GDA-NR-CHAVE
                 SET END-OF-ACORDO-ALUNO TO TRUE
             ELSE
                 IF ACD-VIGENTE AND ACD-LANCADA
                     PERFORM 2620-APPLY-TO-PARCELA
                 END-IF
             END-IF
           END-READ.
       2630-EXIT.
           EXIT.

      * com todas as parcelas pagas o acordo fica quitado
       2700-CHECK-QUITACAO.
           MOVE 0 TO WS-PARCELAS-ABERTAS
           PERFORM 2610-START-ACORDO-ALUNO
           PERFORM 2710-COUNT-ONE-PARCELA UNTIL END-OF-ACORDO-ALUNO
           IF WS-PARCELAS-ABERTAS = 0
               ADD 1 TO WS-QUITADO-COUNT
               PERFORM 2610-START-ACORDO-ALUNO
               PERFORM 2720-MARK-ONE-QUITADA UNTIL END-OF-ACORDO-ALUNO
           END-IF.
       2700-EXIT.
           EXIT.

       2710-COUNT-ONE-PARCELA.
           READ ACORDO-FILE NEXT RECORD
           AT END
             SET END-OF-ACORDO-ALUNO TO TRUE
           NOT AT END
             IF ACD-NR-CHAVE NOT = GDA-NR-CHAVE
                 SET END-OF-ACORDO-ALUNO TO TRUE
             ELSE
                 IF NOT ACD-PAGA
                     ADD 1 TO WS-PARCELAS-ABERTAS
                 END-IF
             END-IF
           END-READ.
       2710-EXIT.
           EXIT.

       2720-MARK-ONE-QUITADA.
           READ ACORDO-FILE NEXT RECORD
           AT END
             SET END-OF-ACORDO-ALUNO TO TRUE
           NOT AT END
             IF ACD-NR-CHAVE NOT = GDA-NR-CHAVE
                 SET END-OF-ACORDO-ALUNO TO TRUE
             ELSE
                 SET ACD-QUITADO TO TRUE
                 IF NOT WS-TRIAL-RUN
                     REWRITE ACORDO-RECORD
                     INVALID KEY
                       DISPLAY 'PROG009: REWRITE FALHOU ' ACD-CHAVE
                       MOVE 'ACORDOS.txt' TO WS-FE-FILE
                       MOVE 'REWRITE'  TO WS-FE-OPERATION
                       MOVE WS-ACORDO-STATUS TO WS-FE-STATUS
                       MOVE 'E'        TO WS-FE-SEVERITY
                       PERFORM 8200-REPORT-FILE-ERROR
                     END-REWRITE
                 END-IF
             END-IF
           END-READ.
       2720-EXIT.
           EXIT.

       4000-PRINT-SUMMARY.
           DISPLAY '----------------------------------'
           IF WS-TRIAL-RUN
               DISPLAY 'RESUMO DOS PAGAMENTOS - TRIAL RUN, NADA '
                   'FOI BAIXADO'
           ELSE
               DISPLAY 'RESUMO DOS PAGAMENTOS'
           END-IF
           DISPLAY 'PAGAMENTOS LIDOS:     ' WS-READ-COUNT
           DISPLAY 'PAGAMENTOS BAIXADOS:  ' WS-POSTED-COUNT
           DISPLAY 'PAGAMENTOS REJEITADOS:' WS-REJECTED-COUNT
           DISPLAY 'PAGAMENTOS DUPLICADOS:' WS-DUPLICATE-COUNT
           DISPLAY 'BAIXADOS POR TITULO:  ' WS-TITULO-COUNT
           DISPLAY 'BAIXADOS PELA CHAVE:  ' WS-SEM-REF-COUNT
           DISPLAY 'PAGOS COM ATRASO:     ' WS-ATRASO-COUNT
           DISPLAY 'MULTA LANCADA:        ' WS-TOTAL-MULTA
           DISPLAY 'JUROS LANCADOS:       ' WS-TOTAL-JUROS
           DISPLAY 'PARCELAS PAGAS:       ' WS-PARCELA-COUNT
           DISPLAY 'ACORDOS QUITADOS:     ' WS-QUITADO-COUNT
           DISPLAY 'VALOR TOTAL BAIXADO:  ' WS-TOTAL-POSTED.
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

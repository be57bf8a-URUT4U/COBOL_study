      * Author:JOSE FELIPE
      * Date:12\07\2026
      * Purpose:RELATORIO DE INADIMPLENCIA DOS ALUNOS.
      *         OS ENCARGOS E OS ACORDOS ROMPIDOS SEGURAM A TRAVA
      *         STUDENT DO LOCKCTL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO "C:\sistem\CURSOS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CURSO-STATUS.
      * titulos enviados ao banco pelo PROG017 - o que passou do
      * vencimento sem pagamento recebe multa e juros antes da relacao
           SELECT TITULO-FILE
           ASSIGN TO "C:\sistem\TITULOS.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-NOSSO-NUMERO
           FILE STATUS IS WS-TITULO-STATUS.
      * o mesmo cartao de encargos do PROG009
           SELECT ENCARGO-PARM
           ASSIGN TO "C:\sistem\ENCARGOS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENCARGO-STATUS.
      * acordos de renegociacao do PROG019 - aluno com acordo em dia
      * sai da relacao de inadimplentes e vai para a secao em acordo
           SELECT ACORDO-FILE
           ASSIGN TO "C:\sistem\ACORDOS.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACD-CHAVE
           FILE STATUS IS WS-ACORDO-STATUS.
      * same trail 2400-WRITE-AUDIT-RECORD feeds in PROG007, so the
      * late charges reconcile the same way the adjustments do
           SELECT AUDIT-FILE
           ASSIGN TO "C:\sistem\BATCH-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
      * responsavel do aluno menor (PROG008/PROG021) - a cobranca do
      * menor e feita ao responsavel
           SELECT RESPONSAVEL-FILE
           ASSIGN TO "C:\sistem\RESPONSAVEL.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSP-NR-CHAVE
           FILE STATUS IS WS-RESPONSAVEL-STATUS.
           SELECT DELINQ-REPORT
           ASSIGN TO "C:\sistem\BATCH-INAD.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
          05 CUR-NOME      PIC X(30).
          05 FILLER        PIC X(01).
          05 CUR-VALOR-MENSAL PIC 9(15).
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
          FD ENCARGO-PARM.
          01 ENCARGO-PARM-RECORD.
          05 ENC-PERC-MULTA PIC 9(03)V99.
          05 FILLER         PIC X(01).
          05 ENC-JUROS-DIA  PIC 9(01)V9(04).
          FD AUDIT-FILE.
          01 AUDIT-RECORD.
          05 AUD-DATA-MOVTO    PIC 9(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 AUD-NR-CHAVE      PIC 9(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 AUD-VALOR-ANTES   PIC 9(15).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 AUD-VALOR-DEPOIS  PIC 9(15).
          FD RESPONSAVEL-FILE.
          01 RESPONSAVEL-RECORD.
          05 RSP-NR-CHAVE     PIC 9(08).
          05 RSP-CPF          PIC 9(11).
          05 RSP-NOME         PIC X(20).
          05 RSP-ENDEREC      PIC X(30).
          05 RSP-CIDADE       PIC X(20).
          05 RSP-UF           PIC X(02).
          05 RSP-CEP          PIC X(09).
          05 RSP-TEL          PIC X(15).
          05 RSP-SITUACAO     PIC X(01).
          88 RSP-MENOR        VALUE 'M'.
          05 RSP-DATA-MAIORIDADE PIC 9(08).
          FD DELINQ-REPORT.
          01 DELINQ-REPORT-LINE PIC X(110).

          01 WS-MENSAL-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-MENSAL VALUE 'Y'.

          01 WS-TITULO-STATUS PIC X(02) VALUE '00'.
          88 WS-TITULO-STATUS-OK VALUE '00'.
          01 WS-TITULO-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-TITULOS VALUE 'Y'.
          01 WS-AUDIT-STATUS PIC X(02) VALUE '00'.
          88 WS-AUDIT-STATUS-OK VALUE '00'.
          01 WS-RESPONSAVEL-STATUS PIC X(02) VALUE '00'.
          88 WS-RESPONSAVEL-STATUS-OK VALUE '00'.
          01 WS-RESPONSAVEL-FLAG PIC X VALUE 'N'.
          88 WS-RESPONSAVEL-DISPONIVEL VALUE 'Y'.

      * 2,00% de multa e 0,0333% de juros ao dia quando o cartao de
      * encargos nao existe ou vem em branco, como no PROG009
          01 WS-ENCARGO-STATUS PIC X(02) VALUE '00'.
          88 WS-ENCARGO-STATUS-OK VALUE '00'.
          01 WS-PERC-MULTA PIC 9(03)V99 VALUE 2.
          01 WS-JUROS-DIA PIC 9(01)V9(04) VALUE 0.0333.
          01 WS-DATA-REFERENCIA PIC 9(08) VALUE 0.
          01 WS-DIAS-ATRASO PIC S9(05) VALUE 0.
          01 WS-MULTA-DEVIDA PIC 9(15) VALUE 0.
          01 WS-JUROS-DEVIDOS PIC 9(15) VALUE 0.
          01 WS-JUROS-ATE-HOJE PIC 9(15) VALUE 0.
          01 WS-VALOR-ENCARGOS PIC 9(15) VALUE 0.
          01 WS-VALOR-ANTES PIC 9(15).
          01 WS-VALOR-DEPOIS PIC 9(15).
          01 WS-ENCARGO-COUNTERS.
             05 WS-TITULOS-VENCIDOS PIC 9(07) VALUE 0.
             05 WS-ENCARGOS-LANCADOS PIC 9(07) VALUE 0.
             05 WS-TOTAL-MULTA    PIC 9(15) VALUE 0.
             05 WS-TOTAL-JUROS    PIC 9(15) VALUE 0.

      * um resumo por acordo, montado na leitura das parcelas; a
      * parcela lancada e vencida sem pagamento e parcela perdida
          01 WS-ACORDO-STATUS PIC X(02) VALUE '00'.
          88 WS-ACORDO-STATUS-OK VALUE '00'.
          01 WS-ACORDO-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-ACORDOS VALUE 'Y'.
          01 WS-ACORDO-COUNT PIC 9(04) VALUE 0.
          01 WS-ACORDO-INDEX PIC 9(04) VALUE 0.
          01 WS-ACORDO-TABLE.
             05 WS-ACORDO-ENTRY OCCURS 2000 TIMES.
                10 WS-AT-NR-CHAVE  PIC 9(08).
                10 WS-AT-SITUACAO  PIC X(01).
                10 WS-AT-QTDE      PIC 9(02).
                10 WS-AT-PAGAS     PIC 9(02).
                10 WS-AT-PERDIDAS  PIC 9(02).
                10 WS-AT-SALDO     PIC 9(15).
                10 WS-AT-A-LANCAR  PIC 9(15).
          01 WS-ACORDO-FOUND-FLAG PIC X VALUE 'N'.
          88 WS-ACORDO-EM-DIA VALUE 'Y'.
          01 WS-ACORDO-COUNTERS.
             05 WS-EM-ACORDO-COUNT PIC 9(07) VALUE 0.
             05 WS-TOTAL-EM-ACORDO PIC 9(15) VALUE 0.
             05 WS-ROMPIDO-COUNT  PIC 9(07) VALUE 0.
             05 WS-TOTAL-DEVOLVIDO PIC 9(15) VALUE 0.

          01 WS-VALOR-MENSAL PIC 9(15) VALUE 150.
          01 WS-VALOR-COBRADO PIC 9(15) VALUE 0.
          01 WS-MESES-DEVIDOS PIC 9(05) VALUE 0.
             05 WS-READ-COUNT     PIC 9(07) VALUE 0.
             05 WS-DELINQ-COUNT   PIC 9(07) VALUE 0.
             05 WS-TOTAL-DEVIDO   PIC 9(15) VALUE 0.
             05 WS-RESPONSAVEL-COUNT PIC 9(07) VALUE 0.

          01 DELINQ-DETAIL-LINE.
             05 DDL-NR-CHAVE   PIC 9(08).
             05 FILLER         PIC X(01) VALUE SPACE.
             05 DDL-MESES      PIC ZZZZ9.
             05 FILLER         PIC X(07) VALUE ' MESES '.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 DDL-RESP-ROTULO PIC X(06).
             05 DDL-RESPONSAVEL PIC X(20).
             05 FILLER         PIC X(06) VALUE SPACES.

          01 ACORDO-DETAIL-LINE.
             05 ADL-NR-CHAVE   PIC 9(08).
             05 FILLER         PIC X(01) VALUE SPACE.
             05 ADL-NOME       PIC X(27).
             05 FILLER         PIC X(01) VALUE SPACE.
             05 ADL-NR-TEL     PIC 9(11).
             05 FILLER         PIC X(01) VALUE SPACE.
             05 ADL-SALDO      PIC Z(14)9.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 ADL-PAGAS      PIC Z9.
             05 FILLER         PIC X(01) VALUE '/'.
             05 ADL-QTDE       PIC Z9.
             05 FILLER         PIC X(17) VALUE ' PARCELAS PAGAS  '.
             05 ADL-EM-ABERTO  PIC Z(14)9.
             05 FILLER         PIC X(08) VALUE SPACES.

          01 BAND-TOTAL-LINE.
             05 BTL-BAND-TEXT  PIC X(20).
             05 FILLER         PIC X(02) VALUE SPACES.
             05 BTL-VALOR      PIC Z(14)9.
             05 FILLER         PIC X(64) VALUE SPACES.
      * trava compartilhada (LOCKCTL) do BATCH.txt - tomada antes de
      * abrir o arquivo para atualizar, devolvida no fim
          01 WS-LOCK-ACTION PIC X(01) VALUE 'L'.
          01 WS-LOCK-NAME PIC X(08) VALUE 'STUDENT'.
          01 WS-LOCK-PROGRAM PIC X(08) VALUE 'PROG012'.
          01 WS-LOCK-RESULT PIC X(01) VALUE SPACE.
          88 WS-LOCK-TAKEN VALUE 'Y'.
          01 WS-LOCK-SAVED-RC PIC 9(04) VALUE 0.
          01 WS-LOCK-HELD-FLAG PIC X VALUE 'N'.
          88 WS-LOCK-HELD VALUE 'Y'.
      * tratador comum de erro de arquivo (FILEERR) - o status ruim
      * vai para o JOBLOG em palavras e acerta o codigo de retorno
          01 WS-FE-PROGRAM PIC X(08) VALUE 'PROG012'.
          01 WS-FE-FILE PIC X(12) VALUE SPACES.
          01 WS-FE-OPERATION PIC X(07) VALUE SPACES.
          01 WS-FE-STATUS PIC X(02) VALUE SPACES.
          01 WS-FE-SEVERITY PIC X(01) VALUE SPACE.
          01 WS-FE-END-RUN PIC X(01) VALUE 'N'.
          01 WS-FE-RETURN-CODE PIC 9(04) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           PERFORM 1100-READ-MENSAL-PARM.
           PERFORM 1200-LOAD-CURSO-TABLE.
      * os encargos e os acordos rompidos regravam o BATCH.txt; a
      * relacao em si so le
           PERFORM 8000-TAKE-MASTER-LOCK.
           IF NOT WS-LOCK-HELD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1500-ACCRUE-ENCARGOS.
           PERFORM 1600-CHECK-ACORDOS.
           PERFORM 8100-RELEASE-MASTER-LOCK.
           OPEN INPUT INPUT-FILE.
           IF NOT WS-INPUT-STATUS-OK
               MOVE 'BATCH.txt' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-INPUT-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
               GOBACK
           END-IF.
      * sem RESPONSAVEL.txt nenhum aluno tem responsavel registrado
           OPEN INPUT RESPONSAVEL-FILE.
           IF WS-RESPONSAVEL-STATUS-OK
               SET WS-RESPONSAVEL-DISPONIVEL TO TRUE
           END-IF.
           OPEN OUTPUT DELINQ-REPORT.
           MOVE 'RELACAO DE ALUNOS INADIMPLENTES'
               TO DELINQ-REPORT-LINE
           PERFORM 4000-PRINT-TOTALS.
           CLOSE INPUT-FILE
                 DELINQ-REPORT.
           IF WS-RESPONSAVEL-DISPONIVEL
               CLOSE RESPONSAVEL-FILE
           END-IF.
           GOBACK.

       1100-READ-MENSAL-PARM.
       1210-EXIT.
           EXIT.

      * titulo vencido e ainda em aberto leva a multa e os juros ate
      * hoje no gda-valor antes da relacao, que ja sai com o saldo
      * corrigido; sem registro de titulos nao ha o que corrigir
       1500-ACCRUE-ENCARGOS.
           PERFORM 1510-READ-ENCARGO-PARM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REFERENCIA.
           OPEN I-O TITULO-FILE.
           IF WS-TITULO-STATUS-OK
               OPEN I-O INPUT-FILE
               IF NOT WS-INPUT-STATUS-OK
                   MOVE 'BATCH.txt' TO WS-FE-FILE
                   MOVE 'OPEN'     TO WS-FE-OPERATION
                   MOVE WS-INPUT-STATUS TO WS-FE-STATUS
                   MOVE 'S'        TO WS-FE-SEVERITY
                   PERFORM 8200-REPORT-FILE-ERROR
                   PERFORM 8100-RELEASE-MASTER-LOCK
                   GOBACK
               END-IF
               OPEN EXTEND AUDIT-FILE
               IF NOT WS-AUDIT-STATUS-OK
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               PERFORM 1520-ACCRUE-ONE-TITULO UNTIL END-OF-TITULOS
               CLOSE TITULO-FILE
                     INPUT-FILE
                     AUDIT-FILE
           END-IF.
       1500-EXIT.
           EXIT.

       1510-READ-ENCARGO-PARM.
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
       1510-EXIT.
           EXIT.

       1520-ACCRUE-ONE-TITULO.
           READ TITULO-FILE NEXT RECORD
           AT END
             SET END-OF-TITULOS TO TRUE
           NOT AT END
             IF TIT-ABERTO AND TIT-VENCIMENTO < WS-DATA-REFERENCIA
                 ADD 1 TO WS-TITULOS-VENCIDOS
                 PERFORM 1530-COMPUTE-ENCARGOS
                 IF WS-VALOR-ENCARGOS > 0
                     PERFORM 1540-CHARGE-ENCARGOS
                 END-IF
             END-IF
           END-READ.
       1520-EXIT.
           EXIT.

      * o mesmo calculo do 2150-COMPUTE-ENCARGOS do PROG009 - multa
      * uma vez, juros simples por dia de atraso, e so a diferenca do
      * que ja foi lancado para o titulo
       1530-COMPUTE-ENCARGOS.
           MOVE 0 TO WS-MULTA-DEVIDA
                     WS-JUROS-DEVIDOS
                     WS-VALOR-ENCARGOS
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
           END-IF.
       1530-EXIT.
           EXIT.

      * o aluno sobe pelos encargos com o registro na trilha e o
      * titulo guarda o que ja foi lancado; titulo sem aluno fica
      * como esta
       1540-CHARGE-ENCARGOS.
           MOVE TIT-NR-CHAVE TO GDA-NR-CHAVE
           READ INPUT-FILE
           INVALID KEY
             DISPLAY 'PROG012: TITULO SEM CADASTRO ' TIT-NOSSO-NUMERO
           NOT INVALID KEY
             MOVE gda-valor TO WS-VALOR-ANTES
             ADD WS-VALOR-ENCARGOS TO gda-valor
             MOVE gda-valor TO WS-VALOR-DEPOIS
             REWRITE INPUT-RECORD
             INVALID KEY
               DISPLAY 'PROG012: REWRITE FALHOU ' GDA-NR-CHAVE
               MOVE 'BATCH.txt' TO WS-FE-FILE
               MOVE 'REWRITE'  TO WS-FE-OPERATION
               MOVE WS-INPUT-STATUS TO WS-FE-STATUS
               MOVE 'E'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
             NOT INVALID KEY
               ADD 1 TO WS-ENCARGOS-LANCADOS
               ADD WS-MULTA-DEVIDA  TO WS-TOTAL-MULTA
               ADD WS-JUROS-DEVIDOS TO WS-TOTAL-JUROS
               PERFORM 1550-WRITE-AUDIT-RECORD
               ADD WS-MULTA-DEVIDA  TO TIT-MULTA-COBRADA
               ADD WS-JUROS-DEVIDOS TO TIT-JUROS-COBRADOS
               REWRITE TITULO-RECORD
               INVALID KEY
                 DISPLAY 'PROG012: REWRITE FALHOU ' TIT-NOSSO-NUMERO
                 MOVE 'TITULOS.txt' TO WS-FE-FILE
                 MOVE 'REWRITE'  TO WS-FE-OPERATION
                 MOVE WS-TITULO-STATUS TO WS-FE-STATUS
                 MOVE 'E'        TO WS-FE-SEVERITY
                 PERFORM 8200-REPORT-FILE-ERROR
               END-REWRITE
             END-REWRITE
           END-READ.
       1540-EXIT.
           EXIT.

       1550-WRITE-AUDIT-RECORD.
           MOVE WS-DATA-REFERENCIA TO AUD-DATA-MOVTO
           MOVE GDA-NR-CHAVE   TO AUD-NR-CHAVE
           MOVE WS-VALOR-ANTES  TO AUD-VALOR-ANTES
           MOVE WS-VALOR-DEPOIS TO AUD-VALOR-DEPOIS
           WRITE AUDIT-RECORD.
       1550-EXIT.
           EXIT.

      * duas parcelas lancadas e vencidas sem pagamento rompem o
      * acordo: as parcelas que nem foram lancadas voltam para o
      * gda-valor e o aluno volta para a relacao de inadimplentes
       1600-CHECK-ACORDOS.
           OPEN I-O ACORDO-FILE.
           IF WS-ACORDO-STATUS-OK
               PERFORM 1610-READ-ONE-ACORDO UNTIL END-OF-ACORDOS
               OPEN I-O INPUT-FILE
               IF NOT WS-INPUT-STATUS-OK
                   MOVE 'BATCH.txt' TO WS-FE-FILE
                   MOVE 'OPEN'     TO WS-FE-OPERATION
                   MOVE WS-INPUT-STATUS TO WS-FE-STATUS
                   MOVE 'S'        TO WS-FE-SEVERITY
                   PERFORM 8200-REPORT-FILE-ERROR
                   PERFORM 8100-RELEASE-MASTER-LOCK
                   GOBACK
               END-IF
               OPEN EXTEND AUDIT-FILE
               IF NOT WS-AUDIT-STATUS-OK
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               PERFORM VARYING WS-ACORDO-INDEX FROM 1 BY 1
                   UNTIL WS-ACORDO-INDEX > WS-ACORDO-COUNT
                   IF WS-AT-SITUACAO(WS-ACORDO-INDEX) = 'V'
                      AND WS-AT-PERDIDAS(WS-ACORDO-INDEX) >= 2
                       PERFORM 1630-BREAK-ACORDO
                   END-IF
               END-PERFORM
               CLOSE ACORDO-FILE
                     INPUT-FILE
                     AUDIT-FILE
           END-IF.
       1600-EXIT.
           EXIT.

       1610-READ-ONE-ACORDO.
           READ ACORDO-FILE NEXT RECORD
           AT END
             SET END-OF-ACORDOS TO TRUE
           NOT AT END
             IF WS-ACORDO-COUNT = 0
                OR ACD-NR-CHAVE NOT = WS-AT-NR-CHAVE(WS-ACORDO-COUNT)
                 IF WS-ACORDO-COUNT < 2000
                     ADD 1 TO WS-ACORDO-COUNT
                     INITIALIZE WS-ACORDO-ENTRY(WS-ACORDO-COUNT)
                     MOVE ACD-NR-CHAVE
                         TO WS-AT-NR-CHAVE(WS-ACORDO-COUNT)
                     MOVE ACD-SITUACAO-ACORDO
                         TO WS-AT-SITUACAO(WS-ACORDO-COUNT)
                     MOVE ACD-QTDE-PARCELAS
                         TO WS-AT-QTDE(WS-ACORDO-COUNT)
                 END-IF
             END-IF
             IF ACD-NR-CHAVE = WS-AT-NR-CHAVE(WS-ACORDO-COUNT)
                 PERFORM 1620-ADD-ONE-PARCELA
             END-IF
           END-READ.
       1610-EXIT.
           EXIT.

       1620-ADD-ONE-PARCELA.
           IF ACD-PAGA
               ADD 1 TO WS-AT-PAGAS(WS-ACORDO-COUNT)
           ELSE
               COMPUTE WS-AT-SALDO(WS-ACORDO-COUNT) =
                   WS-AT-SALDO(WS-ACORDO-COUNT)
                   + ACD-VALOR - ACD-VALOR-PAGO
           END-IF
           IF ACD-LANCADA AND ACD-VENCIMENTO < WS-DATA-REFERENCIA
               ADD 1 TO WS-AT-PERDIDAS(WS-ACORDO-COUNT)
           END-IF
           IF ACD-A-LANCAR
               ADD ACD-VALOR TO WS-AT-A-LANCAR(WS-ACORDO-COUNT)
           END-IF.
       1620-EXIT.
           EXIT.

       1630-BREAK-ACORDO.
           MOVE 'N' TO WS-ACORDO-EOF-FLAG
           MOVE WS-AT-NR-CHAVE(WS-ACORDO-INDEX) TO ACD-NR-CHAVE
           MOVE 0 TO ACD-PARCELA
           START ACORDO-FILE KEY IS NOT LESS THAN ACD-CHAVE
           INVALID KEY
             SET END-OF-ACORDOS TO TRUE
           END-START
           PERFORM 1640-MARK-ONE-ROMPIDA UNTIL END-OF-ACORDOS
           MOVE 'R' TO WS-AT-SITUACAO(WS-ACORDO-INDEX)
           ADD 1 TO WS-ROMPIDO-COUNT
           IF WS-AT-A-LANCAR(WS-ACORDO-INDEX) > 0
               MOVE WS-AT-NR-CHAVE(WS-ACORDO-INDEX) TO GDA-NR-CHAVE
               READ INPUT-FILE
               INVALID KEY
                 DISPLAY 'PROG012: ACORDO SEM CADASTRO ' GDA-NR-CHAVE
               NOT INVALID KEY
                 MOVE gda-valor TO WS-VALOR-ANTES
                 ADD WS-AT-A-LANCAR(WS-ACORDO-INDEX) TO gda-valor
                 MOVE gda-valor TO WS-VALOR-DEPOIS
                 REWRITE INPUT-RECORD
                 INVALID KEY
                   DISPLAY 'PROG012: REWRITE FALHOU ' GDA-NR-CHAVE
                   MOVE 'BATCH.txt' TO WS-FE-FILE
                   MOVE 'REWRITE'  TO WS-FE-OPERATION
                   MOVE WS-INPUT-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM 8200-REPORT-FILE-ERROR
                 NOT INVALID KEY
                   ADD WS-AT-A-LANCAR(WS-ACORDO-INDEX)
                       TO WS-TOTAL-DEVOLVIDO
                   PERFORM 1550-WRITE-AUDIT-RECORD
                 END-REWRITE
               END-READ
           END-IF.
       1630-EXIT.
           EXIT.

       1640-MARK-ONE-ROMPIDA.
           READ ACORDO-FILE NEXT RECORD
           AT END
             SET END-OF-ACORDOS TO TRUE
           NOT AT END
             IF ACD-NR-CHAVE NOT = WS-AT-NR-CHAVE(WS-ACORDO-INDEX)
                 SET END-OF-ACORDOS TO TRUE
             ELSE
                 SET ACD-ROMPIDO TO TRUE
                 REWRITE ACORDO-RECORD
                 INVALID KEY
                   DISPLAY 'PROG012: REWRITE FALHOU ' ACD-CHAVE
                   MOVE 'ACORDOS.txt' TO WS-FE-FILE
                   MOVE 'REWRITE'  TO WS-FE-OPERATION
                   MOVE WS-ACORDO-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM 8200-REPORT-FILE-ERROR
                 END-REWRITE
             END-IF
           END-READ.
       1640-EXIT.
           EXIT.

      * o mesmo criterio do 1300-PICK-CHARGE-VALUE do PROG011 - o
      * valor do curso do aluno vale quando cadastrado, senao vale o
      * valor padrao do cartao
           NOT AT END
            ADD 1 TO WS-READ-COUNT
            IF gda-valor > 0
                PERFORM 2050-FIND-ACORDO
                IF NOT WS-ACORDO-EM-DIA
                    PERFORM 2100-REPORT-ONE-STUDENT
                END-IF
            END-IF
           END-READ.
       2000-EXIT.
           EXIT.

       2050-FIND-ACORDO.
           MOVE 'N' TO WS-ACORDO-FOUND-FLAG
           PERFORM VARYING WS-ACORDO-INDEX FROM 1 BY 1
               UNTIL WS-ACORDO-INDEX > WS-ACORDO-COUNT
               OR WS-ACORDO-EM-DIA
               IF WS-AT-NR-CHAVE(WS-ACORDO-INDEX) = GDA-NR-CHAVE
                  AND WS-AT-SITUACAO(WS-ACORDO-INDEX) = 'V'
                   SET WS-ACORDO-EM-DIA TO TRUE
               END-IF
           END-PERFORM.
       2050-EXIT.
           EXIT.

       2100-REPORT-ONE-STUDENT.
           ADD 1 TO WS-DELINQ-COUNT
           ADD gda-valor TO WS-TOTAL-DEVIDO
           MOVE GDA-NR-TEL      TO DDL-NR-TEL
           MOVE gda-valor       TO DDL-VALOR
           MOVE WS-MESES-DEVIDOS TO DDL-MESES
           PERFORM 2150-FIND-RESPONSAVEL
           MOVE DELINQ-DETAIL-LINE TO DELINQ-REPORT-LINE
           WRITE DELINQ-REPORT-LINE.
       2100-EXIT.
           EXIT.

      * aluno menor - a cobranca sai em nome do responsavel
       2150-FIND-RESPONSAVEL.
           MOVE SPACES TO DDL-RESP-ROTULO
                          DDL-RESPONSAVEL
           IF WS-RESPONSAVEL-DISPONIVEL
               MOVE GDA-NR-CHAVE TO RSP-NR-CHAVE
               READ RESPONSAVEL-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF RSP-MENOR
                     MOVE 'RESP: ' TO DDL-RESP-ROTULO
                     MOVE RSP-NOME TO DDL-RESPONSAVEL
                     ADD 1 TO WS-RESPONSAVEL-COUNT
                 END-IF
               END-READ
           END-IF.
       2150-EXIT.
           EXIT.

       4000-PRINT-TOTALS.
           MOVE 1 TO WS-BAND-SUB
           MOVE 'ATRASO DE 1 MES:    ' TO BTL-BAND-TEXT
           MOVE 3 TO WS-BAND-SUB
           MOVE 'ATRASO DE 3+ MESES: ' TO BTL-BAND-TEXT
           PERFORM 4100-WRITE-BAND-LINE
           PERFORM 3000-PRINT-EM-ACORDO
           DISPLAY '----------------------------------'
           DISPLAY 'RESUMO DA INADIMPLENCIA'
           DISPLAY 'ALUNOS LIDOS:         ' WS-READ-COUNT
           DISPLAY 'ALUNOS INADIMPLENTES: ' WS-DELINQ-COUNT
           DISPLAY 'VALOR TOTAL DEVIDO:   ' WS-TOTAL-DEVIDO
           DISPLAY 'COBRADOS AO RESPONS.: ' WS-RESPONSAVEL-COUNT
           DISPLAY 'TITULOS VENCIDOS:     ' WS-TITULOS-VENCIDOS
           DISPLAY 'ENCARGOS LANCADOS:    ' WS-ENCARGOS-LANCADOS
           DISPLAY 'MULTA LANCADA:        ' WS-TOTAL-MULTA
           DISPLAY 'JUROS LANCADOS:       ' WS-TOTAL-JUROS
           DISPLAY 'ALUNOS EM ACORDO:     ' WS-EM-ACORDO-COUNT
           DISPLAY 'SALDO DOS ACORDOS:    ' WS-TOTAL-EM-ACORDO
           DISPLAY 'ACORDOS ROMPIDOS:     ' WS-ROMPIDO-COUNT
           DISPLAY 'VALOR DEVOLVIDO:      ' WS-TOTAL-DEVOLVIDO.
       4000-EXIT.
           EXIT.

      * alunos com acordo em dia - o saldo que falta do acordo e o
      * que esta em aberto no gda-valor, parcela lancada e mensalidade
       3000-PRINT-EM-ACORDO.
           MOVE SPACES TO DELINQ-REPORT-LINE
           WRITE DELINQ-REPORT-LINE.
           MOVE 'ALUNOS EM ACORDO' TO DELINQ-REPORT-LINE
           WRITE DELINQ-REPORT-LINE.
           PERFORM VARYING WS-ACORDO-INDEX FROM 1 BY 1
               UNTIL WS-ACORDO-INDEX > WS-ACORDO-COUNT
               IF WS-AT-SITUACAO(WS-ACORDO-INDEX) = 'V'
                   PERFORM 3100-WRITE-ACORDO-LINE
               END-IF
           END-PERFORM.
           MOVE 'EM ACORDO:          ' TO BTL-BAND-TEXT
           MOVE WS-EM-ACORDO-COUNT TO BTL-COUNT
           MOVE WS-TOTAL-EM-ACORDO TO BTL-VALOR
           MOVE BAND-TOTAL-LINE TO DELINQ-REPORT-LINE
           WRITE DELINQ-REPORT-LINE.
       3000-EXIT.
           EXIT.

       3100-WRITE-ACORDO-LINE.
           ADD 1 TO WS-EM-ACORDO-COUNT
           ADD WS-AT-SALDO(WS-ACORDO-INDEX) TO WS-TOTAL-EM-ACORDO
           MOVE WS-AT-NR-CHAVE(WS-ACORDO-INDEX) TO GDA-NR-CHAVE
           READ INPUT-FILE
           INVALID KEY
             MOVE 'SEM CADASTRO' TO ADL-NOME
             MOVE 0 TO ADL-NR-TEL
                       ADL-EM-ABERTO
           NOT INVALID KEY
             MOVE GDA-NOME  TO ADL-NOME
             MOVE GDA-NR-TEL TO ADL-NR-TEL
             MOVE gda-valor TO ADL-EM-ABERTO
           END-READ
           MOVE WS-AT-NR-CHAVE(WS-ACORDO-INDEX) TO ADL-NR-CHAVE
           MOVE WS-AT-SALDO(WS-ACORDO-INDEX)    TO ADL-SALDO
           MOVE WS-AT-PAGAS(WS-ACORDO-INDEX)    TO ADL-PAGAS
           MOVE WS-AT-QTDE(WS-ACORDO-INDEX)     TO ADL-QTDE
           MOVE ACORDO-DETAIL-LINE TO DELINQ-REPORT-LINE
           WRITE DELINQ-REPORT-LINE.
       3100-EXIT.
           EXIT.

       4100-WRITE-BAND-LINE.
           MOVE WS-BAND-COUNT(WS-BAND-SUB) TO BTL-COUNT
           MOVE WS-BAND-VALOR(WS-BAND-SUB) TO BTL-VALOR
           WRITE DELINQ-REPORT-LINE.
       4100-EXIT.
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

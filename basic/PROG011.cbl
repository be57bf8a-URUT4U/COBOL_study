      * Author:JOSE FELIPE
      * Date:12\07\2026
      * Purpose:LANCAR A MENSALIDADE DOS ALUNOS ATIVOS.
      *         SEGURA A TRAVA STUDENT DO LOCKCTL DURANTE O LANCAMENTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO "C:\sistem\CURSOS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CURSO-STATUS.
      * descontos por aluno - bolsa, irmao ou funcionario, em
      * percentual ou valor fixo, valendo entre as datas de inicio e
      * fim; mantido pela secretaria como o CURSOS.txt
           SELECT DESCONTO-FILE
           ASSIGN TO "C:\sistem\DESCONTOS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DESCONTO-STATUS.
      * historico de cobrancas - uma linha por mensalidade lancada,
      * com a data, guardada para conferencia dos lancamentos e para
      * o arquivamento por data do HOUSEKP
           ASSIGN TO "C:\sistem\COBRANCA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COBRANCA-STATUS.
      * acordos de renegociacao do PROG019 - uma linha por parcela; a
      * parcela que vence no mes sai junto com as mensalidades
           SELECT ACORDO-FILE
           ASSIGN TO "C:\sistem\ACORDOS.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACD-CHAVE
           FILE STATUS IS WS-ACORDO-STATUS.
      * same trail 2400-WRITE-AUDIT-RECORD feeds in PROG007, so
      * charges reconcile the same way the adjustments do
           SELECT AUDIT-FILE
          05 CUR-NOME      PIC X(30).
          05 FILLER        PIC X(01).
          05 CUR-VALOR-MENSAL PIC 9(15).
          FD DESCONTO-FILE.
          01 DESCONTO-RECORD.
          05 DSC-NR-CHAVE  PIC 9(08).
          05 FILLER        PIC X(01).
      * B = bolsa, I = irmao, F = funcionario
          05 DSC-TIPO      PIC X(01).
          88 DSC-TIPO-VALIDO VALUE 'B' 'I' 'F'.
          05 FILLER        PIC X(01).
      * P = percentual da mensalidade, V = valor fixo
          05 DSC-MODO      PIC X(01).
          88 DSC-PERCENTUAL VALUE 'P'.
          88 DSC-VALOR-FIXO VALUE 'V'.
          05 FILLER        PIC X(01).
          05 DSC-PERCENTUAL-VALOR PIC 9(03)V99.
          05 FILLER        PIC X(01).
          05 DSC-VALOR     PIC 9(15).
          05 FILLER        PIC X(01).
          05 DSC-DATA-INICIO PIC 9(08).
          05 FILLER        PIC X(01).
          05 DSC-DATA-FIM  PIC 9(08).
          FD COBRANCA-FILE.
          01 COBRANCA-RECORD.
          05 COB-DATA      PIC 9(08).
          05 FILLER        PIC X(01) VALUE SPACE.
          05 COB-NR-CHAVE  PIC 9(08).
          05 FILLER        PIC X(01) VALUE SPACE.
      * COB-VALOR e o valor liquido, o que de fato subiu o gda-valor;
      * o bruto e o tipo de desconto ficam ao lado para o relatorio
      * de descontos do PROG018
          05 COB-VALOR     PIC 9(15).
          05 FILLER        PIC X(01) VALUE SPACE.
          05 COB-VALOR-BRUTO PIC 9(15).
          05 FILLER        PIC X(01) VALUE SPACE.
          05 COB-TIPO-DESCONTO PIC X(01).
          05 FILLER        PIC X(01) VALUE SPACE.
          05 COB-CURSO     PIC X(03).
          05 FILLER        PIC X(01) VALUE SPACE.
      * numero da parcela de acordo; zero na mensalidade
          05 COB-PARCELA   PIC 9(02).
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
          05 ACD-VENCIMENTO PIC 9(08).
          05 ACD-VALOR     PIC 9(15).
      * A = a lancar, L = lancada no gda-valor, P = paga
          05 ACD-SITUACAO  PIC X(01).
          88 ACD-A-LANCAR  VALUE 'A'.
          88 ACD-LANCADA   VALUE 'L'.
          05 ACD-DATA-LANCAMENTO PIC 9(08).
          05 ACD-VALOR-PAGO PIC 9(15).
          05 ACD-DATA-PAGTO PIC 9(08).
          FD AUDIT-FILE.
          01 AUDIT-RECORD.
          05 AUD-DATA-MOVTO    PIC 9(08).
          88 WS-COBRANCA-STATUS-OK VALUE '00'.
          01 WS-AUDIT-STATUS PIC X(02) VALUE '00'.
          88 WS-AUDIT-STATUS-OK VALUE '00'.
          01 WS-ACORDO-STATUS PIC X(02) VALUE '00'.
          88 WS-ACORDO-STATUS-OK VALUE '00'.
          01 WS-ACORDO-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-ACORDOS VALUE 'Y'.

          01 WS-VALOR-MENSAL PIC 9(15) VALUE 150.
          01 WS-VALOR-COBRADO PIC 9(15) VALUE 0.
                10 WS-CT-VALOR  PIC 9(15).
          01 WS-CURSO-FOUND-FLAG PIC X VALUE 'N'.
          88 WS-CURSO-FOUND VALUE 'Y'.

          01 WS-DESCONTO-STATUS PIC X(02) VALUE '00'.
          88 WS-DESCONTO-STATUS-OK VALUE '00'.
          01 WS-DESCONTO-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-DESCONTOS VALUE 'Y'.
          01 WS-DESCONTO-COUNT PIC 9(04) VALUE 0.
          01 WS-DESCONTO-INDEX PIC 9(04) VALUE 0.
          01 WS-DESCONTO-TABLE.
             05 WS-DESCONTO-ENTRY OCCURS 2000 TIMES.
                10 WS-DT-NR-CHAVE  PIC 9(08).
                10 WS-DT-TIPO      PIC X(01).
                10 WS-DT-MODO      PIC X(01).
                10 WS-DT-PERCENTUAL PIC 9(03)V99.
                10 WS-DT-VALOR     PIC 9(15).
                10 WS-DT-INICIO    PIC 9(08).
                10 WS-DT-FIM       PIC 9(08).
          01 WS-DESCONTO-FOUND-FLAG PIC X VALUE 'N'.
          88 WS-DESCONTO-FOUND VALUE 'Y'.
          01 WS-TODAY PIC 9(08) VALUE 0.
          01 WS-VALOR-BRUTO PIC 9(15) VALUE 0.
          01 WS-VALOR-DESCONTO PIC 9(15) VALUE 0.
          01 WS-TIPO-DESCONTO PIC X(01) VALUE SPACE.
          01 WS-VALOR-ANTES PIC 9(15).
          01 WS-VALOR-DEPOIS PIC 9(15).

             05 WS-CHARGED-COUNT  PIC 9(07) VALUE 0.
             05 WS-SKIPPED-COUNT  PIC 9(07) VALUE 0.
             05 WS-TOTAL-CHARGED  PIC 9(15) VALUE 0.
             05 WS-DISCOUNTED-COUNT PIC 9(07) VALUE 0.
             05 WS-TOTAL-BRUTO    PIC 9(15) VALUE 0.
             05 WS-TOTAL-DESCONTO PIC 9(15) VALUE 0.
             05 WS-DESCONTO-REJECTED PIC 9(07) VALUE 0.
             05 WS-PARCELA-COUNT  PIC 9(07) VALUE 0.
             05 WS-TOTAL-PARCELAS PIC 9(15) VALUE 0.
      * trava compartilhada (LOCKCTL) do BATCH.txt - tomada antes de
      * abrir o arquivo para atualizar, devolvida no fim
          01 WS-LOCK-ACTION PIC X(01) VALUE 'L'.
          01 WS-LOCK-NAME PIC X(08) VALUE 'STUDENT'.
          01 WS-LOCK-PROGRAM PIC X(08) VALUE 'PROG011'.
          01 WS-LOCK-RESULT PIC X(01) VALUE SPACE.
          88 WS-LOCK-TAKEN VALUE 'Y'.
          01 WS-LOCK-SAVED-RC PIC 9(04) VALUE 0.
          01 WS-LOCK-HELD-FLAG PIC X VALUE 'N'.
          88 WS-LOCK-HELD VALUE 'Y'.
      * tratador comum de erro de arquivo (FILEERR) - o status ruim
      * vai para o JOBLOG em palavras e acerta o codigo de retorno
          01 WS-FE-PROGRAM PIC X(08) VALUE 'PROG011'.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 1250-LOAD-DESCONTO-TABLE.
           PERFORM 8000-TAKE-MASTER-LOCK.
           IF NOT WS-LOCK-HELD
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
           OPEN EXTEND COBRANCA-FILE.
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           PERFORM 2000-CHARGE-STUDENTS UNTIL END-OF-INPUT.
           PERFORM 2500-CHARGE-PARCELAS.
           PERFORM 4000-PRINT-SUMMARY.
           CLOSE STUDENT-FILE
                 COBRANCA-FILE
                 AUDIT-FILE.
           PERFORM 8100-RELEASE-MASTER-LOCK.
           GOBACK.

       1100-READ-MENSAL-PARM.
       1210-EXIT.
           EXIT.

      * linha com tipo, modo ou datas invalidos nao entra na tabela e
      * e contada no resumo, para a secretaria corrigir
       1250-LOAD-DESCONTO-TABLE.
           OPEN INPUT DESCONTO-FILE.
           IF WS-DESCONTO-STATUS-OK
               PERFORM 1260-READ-DESCONTO-RECORD
                   UNTIL END-OF-DESCONTOS
               CLOSE DESCONTO-FILE
           END-IF.
       1250-EXIT.
           EXIT.

       1260-READ-DESCONTO-RECORD.
           READ DESCONTO-FILE
           AT END
             SET END-OF-DESCONTOS TO TRUE
           NOT AT END
             IF DSC-NR-CHAVE IS NUMERIC
                AND DSC-TIPO-VALIDO
                AND (DSC-PERCENTUAL AND DSC-PERCENTUAL-VALOR IS NUMERIC
                     AND DSC-PERCENTUAL-VALOR <= 100
                  OR DSC-VALOR-FIXO AND DSC-VALOR IS NUMERIC)
                AND DSC-DATA-INICIO IS NUMERIC
                AND DSC-DATA-FIM IS NUMERIC
                AND DSC-DATA-FIM >= DSC-DATA-INICIO
                AND WS-DESCONTO-COUNT < 2000
               ADD 1 TO WS-DESCONTO-COUNT
               MOVE DSC-NR-CHAVE TO WS-DT-NR-CHAVE(WS-DESCONTO-COUNT)
               MOVE DSC-TIPO     TO WS-DT-TIPO(WS-DESCONTO-COUNT)
               MOVE DSC-MODO     TO WS-DT-MODO(WS-DESCONTO-COUNT)
               MOVE DSC-DATA-INICIO TO WS-DT-INICIO(WS-DESCONTO-COUNT)
               MOVE DSC-DATA-FIM    TO WS-DT-FIM(WS-DESCONTO-COUNT)
               IF DSC-PERCENTUAL
                   MOVE DSC-PERCENTUAL-VALOR
                       TO WS-DT-PERCENTUAL(WS-DESCONTO-COUNT)
                   MOVE 0 TO WS-DT-VALOR(WS-DESCONTO-COUNT)
               ELSE
                   MOVE 0 TO WS-DT-PERCENTUAL(WS-DESCONTO-COUNT)
                   MOVE DSC-VALOR TO WS-DT-VALOR(WS-DESCONTO-COUNT)
               END-IF
             ELSE
               ADD 1 TO WS-DESCONTO-REJECTED
               DISPLAY 'PROG011: DESCONTO INVALIDO ' DESCONTO-RECORD
             END-IF
           END-READ.
       1260-EXIT.
           EXIT.

      * o valor do curso do aluno vale quando cadastrado; senao vale
      * o valor padrao do cartao
       1300-PICK-CHARGE-VALUE.
      * a mensalidade sobe o gda-valor de cada aluno e fica no
      * historico de cobrancas com a data - o PROG012 envelhece o
      * saldo devedor direto do gda-valor, nao deste arquivo
      * vale o primeiro desconto do aluno em vigor na data da
      * cobranca; o desconto nunca deixa a mensalidade negativa
       1400-APPLY-DESCONTO.
           MOVE WS-VALOR-COBRADO TO WS-VALOR-BRUTO
           MOVE 0 TO WS-VALOR-DESCONTO
           MOVE SPACE TO WS-TIPO-DESCONTO
           MOVE 'N' TO WS-DESCONTO-FOUND-FLAG
           PERFORM VARYING WS-DESCONTO-INDEX FROM 1 BY 1
               UNTIL WS-DESCONTO-INDEX > WS-DESCONTO-COUNT
               OR WS-DESCONTO-FOUND
               IF WS-DT-NR-CHAVE(WS-DESCONTO-INDEX) = GDA-NR-CHAVE
                  AND WS-DT-INICIO(WS-DESCONTO-INDEX) <= WS-TODAY
                  AND WS-DT-FIM(WS-DESCONTO-INDEX) >= WS-TODAY
                   SET WS-DESCONTO-FOUND TO TRUE
                   MOVE WS-DT-TIPO(WS-DESCONTO-INDEX)
                       TO WS-TIPO-DESCONTO
                   IF WS-DT-MODO(WS-DESCONTO-INDEX) = 'P'
                       COMPUTE WS-VALOR-DESCONTO ROUNDED =
                           WS-VALOR-BRUTO
                           * WS-DT-PERCENTUAL(WS-DESCONTO-INDEX) / 100
                   ELSE
                       MOVE WS-DT-VALOR(WS-DESCONTO-INDEX)
                           TO WS-VALOR-DESCONTO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-VALOR-DESCONTO > WS-VALOR-BRUTO
               MOVE WS-VALOR-BRUTO TO WS-VALOR-DESCONTO
           END-IF
           COMPUTE WS-VALOR-COBRADO =
               WS-VALOR-BRUTO - WS-VALOR-DESCONTO.
       1400-EXIT.
           EXIT.

       2000-CHARGE-STUDENTS.
           READ STUDENT-FILE NEXT RECORD
           AT END

       2100-APPLY-ONE-CHARGE.
           PERFORM 1300-PICK-CHARGE-VALUE
           PERFORM 1400-APPLY-DESCONTO
           MOVE gda-valor TO WS-VALOR-ANTES
           ADD WS-VALOR-COBRADO TO gda-valor
           MOVE gda-valor TO WS-VALOR-DEPOIS
           REWRITE INPUT-RECORD
           INVALID KEY
             DISPLAY 'PROG011: REWRITE FALHOU ' GDA-NR-CHAVE
             MOVE 'BATCH.txt' TO WS-FE-FILE
             MOVE 'REWRITE'  TO WS-FE-OPERATION
             MOVE WS-STUDENT-STATUS TO WS-FE-STATUS
             MOVE 'E'        TO WS-FE-SEVERITY
             PERFORM 8200-REPORT-FILE-ERROR
           NOT INVALID KEY
             ADD 1 TO WS-CHARGED-COUNT
             ADD WS-VALOR-COBRADO TO WS-TOTAL-CHARGED
             ADD WS-VALOR-BRUTO TO WS-TOTAL-BRUTO
             IF WS-VALOR-DESCONTO > 0
                 ADD 1 TO WS-DISCOUNTED-COUNT
                 ADD WS-VALOR-DESCONTO TO WS-TOTAL-DESCONTO
             END-IF
             PERFORM 2200-WRITE-COBRANCA-RECORD
             PERFORM 2400-WRITE-AUDIT-RECORD
           END-REWRITE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO COB-DATA
           MOVE GDA-NR-CHAVE    TO COB-NR-CHAVE
           MOVE WS-VALOR-COBRADO TO COB-VALOR
           MOVE WS-VALOR-BRUTO   TO COB-VALOR-BRUTO
           MOVE WS-TIPO-DESCONTO TO COB-TIPO-DESCONTO
           MOVE GDA-CURSO        TO COB-CURSO
           MOVE 0                TO COB-PARCELA
           WRITE COBRANCA-RECORD.
       2200-EXIT.
           EXIT.
       2400-EXIT.
           EXIT.

      * a parcela de acordo vencendo ate o fim do mes entra no
      * gda-valor, no historico de cobrancas e na trilha como a
      * mensalidade, qualquer que seja a situacao do aluno - a divida
      * do acordo e dele mesmo suspenso. a parcela lancada nao volta
      * a ser cobrada numa rodada repetida
       2500-CHARGE-PARCELAS.
           OPEN I-O ACORDO-FILE.
           IF WS-ACORDO-STATUS-OK
               PERFORM 2510-READ-ONE-PARCELA UNTIL END-OF-ACORDOS
               CLOSE ACORDO-FILE
           END-IF.
       2500-EXIT.
           EXIT.

       2510-READ-ONE-PARCELA.
           READ ACORDO-FILE NEXT RECORD
           AT END
             SET END-OF-ACORDOS TO TRUE
           NOT AT END
             IF ACD-VIGENTE AND ACD-A-LANCAR
                AND ACD-VENCIMENTO(1:6) <= WS-TODAY(1:6)
                 PERFORM 2520-CHARGE-ONE-PARCELA
             END-IF
           END-READ.
       2510-EXIT.
           EXIT.

       2520-CHARGE-ONE-PARCELA.
           MOVE ACD-NR-CHAVE TO GDA-NR-CHAVE
           READ STUDENT-FILE
           INVALID KEY
             DISPLAY 'PROG011: ACORDO SEM CADASTRO ' ACD-NR-CHAVE
           NOT INVALID KEY
             MOVE gda-valor TO WS-VALOR-ANTES
             ADD ACD-VALOR TO gda-valor
             MOVE gda-valor TO WS-VALOR-DEPOIS
             REWRITE INPUT-RECORD
             INVALID KEY
               DISPLAY 'PROG011: REWRITE FALHOU ' GDA-NR-CHAVE
               MOVE 'BATCH.txt' TO WS-FE-FILE
               MOVE 'REWRITE'  TO WS-FE-OPERATION
               MOVE WS-STUDENT-STATUS TO WS-FE-STATUS
               MOVE 'E'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
             NOT INVALID KEY
               ADD 1 TO WS-PARCELA-COUNT
               ADD ACD-VALOR TO WS-TOTAL-PARCELAS
               MOVE WS-TODAY        TO COB-DATA
               MOVE GDA-NR-CHAVE    TO COB-NR-CHAVE
               MOVE ACD-VALOR       TO COB-VALOR
                                       COB-VALOR-BRUTO
               MOVE SPACE           TO COB-TIPO-DESCONTO
               MOVE GDA-CURSO       TO COB-CURSO
               MOVE ACD-PARCELA     TO COB-PARCELA
               WRITE COBRANCA-RECORD
               PERFORM 2400-WRITE-AUDIT-RECORD
               SET ACD-LANCADA TO TRUE
               MOVE WS-TODAY TO ACD-DATA-LANCAMENTO
               REWRITE ACORDO-RECORD
               INVALID KEY
                 DISPLAY 'PROG011: REWRITE FALHOU ' ACD-CHAVE
                 MOVE 'ACORDOS.txt' TO WS-FE-FILE
                 MOVE 'REWRITE'  TO WS-FE-OPERATION
                 MOVE WS-ACORDO-STATUS TO WS-FE-STATUS
                 MOVE 'E'        TO WS-FE-SEVERITY
                 PERFORM 8200-REPORT-FILE-ERROR
               END-REWRITE
             END-REWRITE
           END-READ.
       2520-EXIT.
           EXIT.

       4000-PRINT-SUMMARY.
           DISPLAY '----------------------------------'
           DISPLAY 'RESUMO DAS MENSALIDADES'
           DISPLAY 'ALUNOS LIDOS:         ' WS-READ-COUNT
           DISPLAY 'MENSALIDADES LANCADAS:' WS-CHARGED-COUNT
           DISPLAY 'ALUNOS PULADOS:       ' WS-SKIPPED-COUNT
           DISPLAY 'VALOR TOTAL LANCADO:  ' WS-TOTAL-CHARGED
           DISPLAY 'VALOR BRUTO:          ' WS-TOTAL-BRUTO
           DISPLAY 'COM DESCONTO:         ' WS-DISCOUNTED-COUNT
           DISPLAY 'VALOR DOS DESCONTOS:  ' WS-TOTAL-DESCONTO
           DISPLAY 'DESCONTOS INVALIDOS:  ' WS-DESCONTO-REJECTED
           DISPLAY 'PARCELAS DE ACORDO:   ' WS-PARCELA-COUNT
           DISPLAY 'VALOR DAS PARCELAS:   ' WS-TOTAL-PARCELAS.
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

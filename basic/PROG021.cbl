      ******************************************************************
      * Author:JOSE FELIPE
      * Date:12\07\2026
      * Purpose:MAIORIDADE DOS ALUNOS REGISTRADOS COM RESPONSAVEL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG021.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * responsavel do aluno menor, gravado pelo PROG008
           SELECT RESPONSAVEL-FILE
           ASSIGN TO "C:\sistem\RESPONSAVEL.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSP-NR-CHAVE
           FILE STATUS IS WS-RESPONSAVEL-STATUS.
           SELECT STUDENT-FILE
           ASSIGN TO "C:\sistem\BATCH.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GDA-NR-CHAVE
           FILE STATUS IS WS-STUDENT-STATUS.
           SELECT MAIORIDADE-REPORT
           ASSIGN TO "C:\sistem\BATCH-MAIORIDADE.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
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
      * M = aluno menor, o responsavel e o destinatario; A = aluno
      * atingiu a maioridade
          05 RSP-SITUACAO     PIC X(01).
          88 RSP-MENOR        VALUE 'M'.
          88 RSP-MAIOR        VALUE 'A'.
          05 RSP-DATA-MAIORIDADE PIC 9(08).
          FD STUDENT-FILE.
          01 INPUT-RECORD.
          03 INPUT-DATA PIC X(99).
          03 FILLER REDEFINES INPUT-DATA.
          05 GDA-NR-CHAVE  PIC 9(08).
          05 GDA-NOME      PIC X(27).
          05 GDA-RG        PIC 9(09).
          05 GDA-DT-NIVER  PIC X(10).
          05 FILLER REDEFINES GDA-DT-NIVER.
          10 GDA-NIVER-DIA PIC 9(02).
          10 FILLER        PIC X(01).
          10 GDA-NIVER-MES PIC 9(02).
          10 FILLER        PIC X(01).
          10 GDA-NIVER-ANO PIC 9(04).
          05 GDA-NR-TEL    PIC 9(11).
          05 GDA-ENDEREC   PIC X(15).
          05 gda-valor     PIC 9(15).
          05 GDA-STATUS    PIC X(01).
          05 GDA-CURSO     PIC X(03).
          FD MAIORIDADE-REPORT.
          01 MAIORIDADE-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
          01 WS-RESPONSAVEL-STATUS PIC X(02) VALUE '00'.
          88 WS-RESPONSAVEL-STATUS-OK VALUE '00'.
          01 WS-RESPONSAVEL-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-RESPONSAVEL VALUE 'Y'.
          01 WS-STUDENT-STATUS PIC X(02) VALUE '00'.
          88 WS-STUDENT-STATUS-OK VALUE '00'.

          01 WS-TODAY.
             05 WS-TODAY-ANO   PIC 9(04).
             05 WS-TODAY-MES   PIC 9(02).
             05 WS-TODAY-DIA   PIC 9(02).
          01 WS-MAIORIDADE PIC 9(02) VALUE 18.
          01 WS-IDADE PIC 9(03) VALUE 0.

          01 WS-SUMMARY-COUNTERS.
             05 WS-READ-COUNT     PIC 9(07) VALUE 0.
             05 WS-MENORES-COUNT  PIC 9(07) VALUE 0.
             05 WS-MAIORES-COUNT  PIC 9(07) VALUE 0.
             05 WS-SEM-CADASTRO-COUNT PIC 9(07) VALUE 0.
             05 WS-DATA-INVALIDA-COUNT PIC 9(07) VALUE 0.

          01 MAIORIDADE-HEADING-1.
             05 FILLER PIC X(40)
                VALUE 'ALUNOS QUE ATINGIRAM A MAIORIDADE'.
             05 FILLER PIC X(40) VALUE SPACES.

          01 MAIORIDADE-HEADING-2.
             05 FILLER PIC X(09) VALUE 'CHAVE'.
             05 FILLER PIC X(28) VALUE 'ALUNO'.
             05 FILLER PIC X(11) VALUE 'NASCIMENTO'.
             05 FILLER PIC X(21) VALUE 'RESPONSAVEL'.
             05 FILLER PIC X(11) VALUE SPACES.

          01 MAIORIDADE-DETAIL-LINE.
             05 MDL-NR-CHAVE   PIC 9(08).
             05 FILLER         PIC X(01) VALUE SPACE.
             05 MDL-NOME       PIC X(27).
             05 FILLER         PIC X(01) VALUE SPACE.
             05 MDL-DT-NIVER   PIC X(10).
             05 FILLER         PIC X(01) VALUE SPACE.
             05 MDL-RESPONSAVEL PIC X(20).
             05 FILLER         PIC X(12) VALUE SPACES.
      * tratador comum de erro de arquivo (FILEERR) - o status ruim
      * vai para o JOBLOG em palavras e acerta o codigo de retorno
          01 WS-FE-PROGRAM PIC X(08) VALUE 'PROG021'.
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
      * sem RESPONSAVEL.txt (35) nenhum menor foi registrado com
      * responsavel - nada a fazer; qualquer outro status e erro
           OPEN I-O RESPONSAVEL-FILE.
           IF WS-RESPONSAVEL-STATUS = '35'
               DISPLAY "PROG021: RESPONSAVEL.txt INEXISTENTE - "
                   "NENHUM RESPONSAVEL REGISTRADO."
               GOBACK
           END-IF.
           IF NOT WS-RESPONSAVEL-STATUS-OK
               MOVE 'RESPONSAVEL' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-RESPONSAVEL-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
               GOBACK
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF NOT WS-STUDENT-STATUS-OK
               MOVE 'BATCH.txt' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-STUDENT-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
               CLOSE RESPONSAVEL-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT MAIORIDADE-REPORT.
           MOVE MAIORIDADE-HEADING-1 TO MAIORIDADE-REPORT-LINE
           WRITE MAIORIDADE-REPORT-LINE.
           MOVE MAIORIDADE-HEADING-2 TO MAIORIDADE-REPORT-LINE
           WRITE MAIORIDADE-REPORT-LINE.
           PERFORM 2000-PROCESS-RESPONSAVEL UNTIL END-OF-RESPONSAVEL.
           PERFORM 4000-PRINT-SUMMARY.
           CLOSE RESPONSAVEL-FILE
                 STUDENT-FILE
                 MAIORIDADE-REPORT.
           GOBACK.

      * so o vinculo ainda de menor interessa; o que ja passou para A
      * fica como historico
       2000-PROCESS-RESPONSAVEL.
           READ RESPONSAVEL-FILE NEXT RECORD
           AT END
             SET END-OF-RESPONSAVEL TO TRUE
           NOT AT END
            ADD 1 TO WS-READ-COUNT
            IF RSP-MENOR
                PERFORM 2100-CHECK-ONE-STUDENT
            END-IF
           END-READ.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-STUDENT.
           MOVE RSP-NR-CHAVE TO GDA-NR-CHAVE
           READ STUDENT-FILE
           INVALID KEY
             ADD 1 TO WS-SEM-CADASTRO-COUNT
             DISPLAY 'PROG021: CHAVE SEM CADASTRO ' RSP-NR-CHAVE
           NOT INVALID KEY
             PERFORM 2150-CHECK-IDADE
           END-READ.
       2100-EXIT.
           EXIT.

       2150-CHECK-IDADE.
           IF GDA-NIVER-DIA IS NOT NUMERIC
              OR GDA-NIVER-MES IS NOT NUMERIC
              OR GDA-NIVER-ANO IS NOT NUMERIC
               ADD 1 TO WS-DATA-INVALIDA-COUNT
               DISPLAY 'PROG021: DATA DE NASCIMENTO INVALIDA '
                   RSP-NR-CHAVE
           ELSE
               PERFORM 2200-COMPUTE-IDADE
               IF WS-IDADE < WS-MAIORIDADE
                   ADD 1 TO WS-MENORES-COUNT
               ELSE
                   PERFORM 2300-MARK-MAIORIDADE
               END-IF
           END-IF.
       2150-EXIT.
           EXIT.

      * anos completos na data da execucao - o aniversario ainda nao
      * chegado no ano tira um
       2200-COMPUTE-IDADE.
           MOVE 0 TO WS-IDADE
           IF WS-TODAY-ANO > GDA-NIVER-ANO
               COMPUTE WS-IDADE = WS-TODAY-ANO - GDA-NIVER-ANO
               IF WS-TODAY-MES < GDA-NIVER-MES
                  OR (WS-TODAY-MES = GDA-NIVER-MES
                      AND WS-TODAY-DIA < GDA-NIVER-DIA)
                   SUBTRACT 1 FROM WS-IDADE
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      * a partir daqui a declaracao e a cobranca voltam a ser feitas
      * ao proprio aluno
       2300-MARK-MAIORIDADE.
           MOVE 'A' TO RSP-SITUACAO
           MOVE WS-TODAY TO RSP-DATA-MAIORIDADE
           REWRITE RESPONSAVEL-RECORD
           INVALID KEY
             DISPLAY 'PROG021: REWRITE FALHOU ' RSP-NR-CHAVE
             MOVE 'RESPONSAVEL' TO WS-FE-FILE
             MOVE 'REWRITE'  TO WS-FE-OPERATION
             MOVE WS-RESPONSAVEL-STATUS TO WS-FE-STATUS
             MOVE 'E'        TO WS-FE-SEVERITY
             PERFORM 8200-REPORT-FILE-ERROR
           NOT INVALID KEY
             ADD 1 TO WS-MAIORES-COUNT
             MOVE GDA-NR-CHAVE  TO MDL-NR-CHAVE
             MOVE GDA-NOME      TO MDL-NOME
             MOVE GDA-DT-NIVER  TO MDL-DT-NIVER
             MOVE RSP-NOME      TO MDL-RESPONSAVEL
             MOVE MAIORIDADE-DETAIL-LINE TO MAIORIDADE-REPORT-LINE
             WRITE MAIORIDADE-REPORT-LINE
           END-REWRITE.
       2300-EXIT.
           EXIT.

       4000-PRINT-SUMMARY.
           DISPLAY '----------------------------------'
           DISPLAY 'RESUMO DA MAIORIDADE'
           DISPLAY 'VINCULOS LIDOS:       ' WS-READ-COUNT
           DISPLAY 'AINDA MENORES:        ' WS-MENORES-COUNT
           DISPLAY 'ATINGIRAM MAIORIDADE: ' WS-MAIORES-COUNT
           DISPLAY 'CHAVES SEM CADASTRO:  ' WS-SEM-CADASTRO-COUNT
           DISPLAY 'DATA NASC. INVALIDA:  ' WS-DATA-INVALIDA-COUNT.
       4000-EXIT.
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

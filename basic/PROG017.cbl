      ******************************************************************
      * Author:JOSE FELIPE
      * Date:12\07\2026
      * Purpose:GERAR A REMESSA DE COBRANCA PARA O BANCO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG017.
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
      * cartao de parametro: competencia AAAAMM, dia do vencimento e
      * codigo do banco - em branco ou zero vale o mes corrente, dia
      * 10 e o banco 001
           SELECT REMESSA-PARM
           ASSIGN TO "C:\sistem\REMESSA-PARM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
      * historico de cobrancas do PROG011
           SELECT COBRANCA-FILE
           ASSIGN TO "C:\sistem\COBRANCA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COBRANCA-STATUS.
      * ultimo nosso numero usado - um registro so, regravado no fim
           SELECT NOSSO-NUMERO-FILE
           ASSIGN TO "C:\sistem\NOSSONUM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOSSO-STATUS.
      * registro dos titulos - um por mensalidade enviada, com o nosso
      * numero e o vencimento; o PROG009 baixa o titulo pelo retorno
           SELECT TITULO-FILE
           ASSIGN TO "C:\sistem\TITULOS.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-NOSSO-NUMERO
           FILE STATUS IS WS-TITULO-STATUS.
      * o arquivo remessa no leiaute fixo do banco - header tipo 0,
      * detalhe tipo 1, trailer tipo 9 com quantidade e total, como
      * o retorno que o PROG009 le
           SELECT REMESSA-FILE
           ASSIGN TO "C:\sistem\REMESSA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REMESSA-STATUS.
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
          FD REMESSA-PARM.
          01 REMESSA-PARM-RECORD.
          05 RMP-COMPETENCIA PIC 9(06).
          05 FILLER          PIC X(01).
          05 RMP-DIA-VENCTO  PIC 9(02).
          05 FILLER          PIC X(01).
          05 RMP-BANCO       PIC 9(03).
          FD COBRANCA-FILE.
          01 COBRANCA-RECORD.
          05 COB-DATA      PIC 9(08).
          05 FILLER        PIC X(01).
          05 COB-NR-CHAVE  PIC 9(08).
          05 FILLER        PIC X(01).
          05 COB-VALOR     PIC 9(15).
          05 FILLER        PIC X(22).
          05 FILLER        PIC X(01).
      * numero da parcela de acordo do PROG019; zero ou em branco na
      * mensalidade
          05 COB-PARCELA   PIC X(02).
          FD NOSSO-NUMERO-FILE.
          01 NOSSO-NUMERO-RECORD.
          05 NN-ULTIMO     PIC 9(10).
          FD TITULO-FILE.
          01 TITULO-RECORD.
          05 TIT-NOSSO-NUMERO PIC 9(10).
          05 TIT-NR-CHAVE     PIC 9(08).
          05 TIT-DATA-COBRANCA PIC 9(08).
          05 TIT-COMPETENCIA  PIC 9(06).
          05 TIT-VENCIMENTO   PIC 9(08).
          05 TIT-VALOR        PIC 9(15).
      * A = em aberto, P = pago pelo retorno do banco
          05 TIT-SITUACAO     PIC X(01).
          88 TIT-ABERTO       VALUE 'A'.
          88 TIT-PAGO         VALUE 'P'.
          05 TIT-DATA-PAGTO   PIC 9(08).
          05 TIT-VALOR-PAGO   PIC 9(15).
          05 TIT-DATA-REMESSA PIC 9(08).
      * multa e juros por atraso ja lancados no gda-valor - PROG009
      * e PROG012
          05 TIT-MULTA-COBRADA PIC 9(15).
          05 TIT-JUROS-COBRADOS PIC 9(15).
      * parcela do acordo que o titulo cobra; zero na mensalidade
          05 TIT-PARCELA      PIC 9(02).
          FD REMESSA-FILE.
          01 REMESSA-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
          01 WS-STUDENT-STATUS PIC X(02) VALUE '00'.
          88 WS-STUDENT-STATUS-OK VALUE '00'.
          01 WS-PARM-STATUS PIC X(02) VALUE '00'.
          88 WS-PARM-STATUS-OK VALUE '00'.
          01 WS-COBRANCA-STATUS PIC X(02) VALUE '00'.
          88 WS-COBRANCA-STATUS-OK VALUE '00'.
          01 WS-NOSSO-STATUS PIC X(02) VALUE '00'.
          88 WS-NOSSO-STATUS-OK VALUE '00'.
          01 WS-TITULO-STATUS PIC X(02) VALUE '00'.
          88 WS-TITULO-STATUS-OK VALUE '00'.
          01 WS-REMESSA-STATUS PIC X(02) VALUE '00'.
          88 WS-REMESSA-STATUS-OK VALUE '00'.
          01 WS-COBRANCA-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-COBRANCA VALUE 'Y'.
          01 WS-TITULO-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-TITULOS VALUE 'Y'.

          01 WS-TODAY.
             05 WS-TODAY-ANO   PIC 9(04).
             05 WS-TODAY-MES   PIC 9(02).
             05 WS-TODAY-DIA   PIC 9(02).
          01 WS-COMPETENCIA PIC 9(06) VALUE 0.
          01 WS-DIA-VENCTO PIC 9(02) VALUE 10.
          01 WS-BANCO PIC 9(03) VALUE 1.
          01 WS-VENCIMENTO PIC 9(08) VALUE 0.
          01 WS-NOSSO-NUMERO PIC 9(10) VALUE 0.

      * cobrancas da competencia que ja viraram titulo numa remessa
      * anterior - a rodada repetida nao manda a mesma duas vezes
          01 WS-REG-COUNT PIC 9(04) VALUE 0.
          01 WS-REG-INDEX PIC 9(04) VALUE 0.
          01 WS-REG-TABLE.
             05 WS-REG-ENTRY OCCURS 2000 TIMES.
                10 WS-RG-NR-CHAVE PIC 9(08).
                10 WS-RG-DATA     PIC 9(08).
                10 WS-RG-PARCELA  PIC 9(02).
          01 WS-REG-FOUND-FLAG PIC X VALUE 'N'.
          88 WS-REG-FOUND VALUE 'Y'.
          01 WS-PARCELA PIC 9(02) VALUE 0.

      * o GDA-RG guarda os nove digitos base do CPF (PROG008); os
      * dois digitos verificadores sao refeitos pelo modulo 11, como
      * o PROG016 faz na declaracao de quitacao
          01 WS-CPF-NUMERO PIC 9(11) VALUE 0.
          01 FILLER REDEFINES WS-CPF-NUMERO.
             05 WS-CPF-DIGITO PIC 9(01) OCCURS 11 TIMES.
          01 WS-CPF-INDEX PIC 9(02) VALUE 0.
          01 WS-CPF-PESO-INDEX PIC 9(02) VALUE 0.
          01 WS-CPF-SOMA PIC 9(04) VALUE 0.
          01 WS-CPF-QUOCIENTE PIC 9(04) VALUE 0.
          01 WS-CPF-RESTO PIC 9(02) VALUE 0.

          01 WS-SUMMARY-COUNTERS.
             05 WS-READ-COUNT      PIC 9(07) VALUE 0.
             05 WS-COMPETENCIA-COUNT PIC 9(07) VALUE 0.
             05 WS-SENT-COUNT      PIC 9(07) VALUE 0.
             05 WS-JA-ENVIADA-COUNT PIC 9(07) VALUE 0.
             05 WS-SEM-CADASTRO-COUNT PIC 9(07) VALUE 0.
             05 WS-TOTAL-SENT      PIC 9(15) VALUE 0.

          01 REMESSA-HEADER-REC.
             05 RMH-TIPO        PIC X(01) VALUE '0'.
             05 RMH-DATA        PIC 9(08).
             05 RMH-BANCO       PIC 9(03).
             05 RMH-COMPETENCIA PIC 9(06).
             05 FILLER          PIC X(62) VALUE SPACES.

          01 REMESSA-DETALHE-REC.
             05 RMD-TIPO        PIC X(01) VALUE '1'.
             05 RMD-NOSSO-NUMERO PIC 9(10).
             05 RMD-NR-CHAVE    PIC 9(08).
             05 RMD-VENCIMENTO  PIC 9(08).
             05 RMD-VALOR       PIC 9(15).
             05 RMD-CPF         PIC 9(11).
             05 RMD-NOME        PIC X(27).

          01 REMESSA-TRAILER-REC.
             05 RMT-TIPO        PIC X(01) VALUE '9'.
             05 RMT-QTDE        PIC 9(07).
             05 RMT-TOTAL       PIC 9(15).
             05 FILLER          PIC X(57) VALUE SPACES.
      * tratador comum de erro de arquivo (FILEERR) - o status ruim
      * vai para o JOBLOG em palavras e acerta o codigo de retorno
          01 WS-FE-PROGRAM PIC X(08) VALUE 'PROG017'.
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
           PERFORM 1100-READ-REMESSA-PARM.
           PERFORM 1150-READ-NOSSO-NUMERO.
           OPEN INPUT COBRANCA-FILE.
           IF NOT WS-COBRANCA-STATUS-OK
               MOVE 'COBRANCA.txt' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-COBRANCA-STATUS TO WS-FE-STATUS
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
               CLOSE COBRANCA-FILE
               GOBACK
           END-IF.
      * a primeira remessa cria o registro de titulos
           OPEN I-O TITULO-FILE.
           IF WS-TITULO-STATUS = "35"
               OPEN OUTPUT TITULO-FILE
               CLOSE TITULO-FILE
               OPEN I-O TITULO-FILE
           END-IF.
           IF NOT WS-TITULO-STATUS-OK
               MOVE 'TITULOS.txt' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-TITULO-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
               CLOSE STUDENT-FILE
                     COBRANCA-FILE
               GOBACK
           END-IF.
           PERFORM 1200-LOAD-REGISTERED.
           OPEN OUTPUT REMESSA-FILE.
           MOVE WS-TODAY       TO RMH-DATA
           MOVE WS-BANCO       TO RMH-BANCO
           MOVE WS-COMPETENCIA TO RMH-COMPETENCIA
           WRITE REMESSA-RECORD FROM REMESSA-HEADER-REC.
           PERFORM 2000-REGISTER-CHARGES UNTIL END-OF-COBRANCA.
           MOVE WS-SENT-COUNT TO RMT-QTDE
           MOVE WS-TOTAL-SENT TO RMT-TOTAL
           WRITE REMESSA-RECORD FROM REMESSA-TRAILER-REC.
           PERFORM 3000-SAVE-NOSSO-NUMERO.
           PERFORM 4000-PRINT-SUMMARY.
           CLOSE STUDENT-FILE
                 COBRANCA-FILE
                 TITULO-FILE
                 REMESSA-FILE.
           GOBACK.

      * o vencimento e o dia do cartao dentro da competencia - ate o
      * dia 28, para valer em qualquer mes
       1100-READ-REMESSA-PARM.
           MOVE WS-TODAY(1:6) TO WS-COMPETENCIA
           OPEN INPUT REMESSA-PARM.
           IF WS-PARM-STATUS-OK
               READ REMESSA-PARM
               AT END
                 CONTINUE
               NOT AT END
                 IF RMP-COMPETENCIA IS NUMERIC
                    AND RMP-COMPETENCIA > 0
                    AND RMP-COMPETENCIA(5:2) >= '01'
                    AND RMP-COMPETENCIA(5:2) <= '12'
                     MOVE RMP-COMPETENCIA TO WS-COMPETENCIA
                 END-IF
                 IF RMP-DIA-VENCTO IS NUMERIC
                    AND RMP-DIA-VENCTO > 0
                    AND RMP-DIA-VENCTO <= 28
                     MOVE RMP-DIA-VENCTO TO WS-DIA-VENCTO
                 END-IF
                 IF RMP-BANCO IS NUMERIC AND RMP-BANCO > 0
                     MOVE RMP-BANCO TO WS-BANCO
                 END-IF
               END-READ
               CLOSE REMESSA-PARM
           END-IF.
           COMPUTE WS-VENCIMENTO = WS-COMPETENCIA * 100
               + WS-DIA-VENCTO.
       1100-EXIT.
           EXIT.

       1150-READ-NOSSO-NUMERO.
           OPEN INPUT NOSSO-NUMERO-FILE.
           IF WS-NOSSO-STATUS-OK
               READ NOSSO-NUMERO-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF NN-ULTIMO IS NUMERIC
                     MOVE NN-ULTIMO TO WS-NOSSO-NUMERO
                 END-IF
               END-READ
               CLOSE NOSSO-NUMERO-FILE
           END-IF.
       1150-EXIT.
           EXIT.

       1200-LOAD-REGISTERED.
           PERFORM 1210-READ-TITULO UNTIL END-OF-TITULOS.
       1200-EXIT.
           EXIT.

       1210-READ-TITULO.
           READ TITULO-FILE NEXT RECORD
           AT END
             SET END-OF-TITULOS TO TRUE
           NOT AT END
      * o registro tambem protege a numeracao se o NOSSONUM.txt se
      * perder - nenhum numero novo fica abaixo de um ja usado
             IF TIT-NOSSO-NUMERO > WS-NOSSO-NUMERO
                 MOVE TIT-NOSSO-NUMERO TO WS-NOSSO-NUMERO
             END-IF
             IF TIT-COMPETENCIA = WS-COMPETENCIA
                AND WS-REG-COUNT < 2000
                 ADD 1 TO WS-REG-COUNT
                 MOVE TIT-NR-CHAVE      TO WS-RG-NR-CHAVE(WS-REG-COUNT)
                 MOVE TIT-DATA-COBRANCA TO WS-RG-DATA(WS-REG-COUNT)
                 MOVE TIT-PARCELA       TO WS-RG-PARCELA(WS-REG-COUNT)
             END-IF
           END-READ.
       1210-EXIT.
           EXIT.

       2000-REGISTER-CHARGES.
           READ COBRANCA-FILE
           AT END
             SET END-OF-COBRANCA TO TRUE
           NOT AT END
            ADD 1 TO WS-READ-COUNT
            IF COB-DATA(1:6) = WS-COMPETENCIA
                ADD 1 TO WS-COMPETENCIA-COUNT
                IF COB-PARCELA IS NUMERIC
                    MOVE COB-PARCELA TO WS-PARCELA
                ELSE
                    MOVE 0 TO WS-PARCELA
                END-IF
                PERFORM 2050-CHECK-REGISTERED
                IF WS-REG-FOUND
                    ADD 1 TO WS-JA-ENVIADA-COUNT
                ELSE
                    PERFORM 2100-REGISTER-ONE-CHARGE
                END-IF
            END-IF
           END-READ.
       2000-EXIT.
           EXIT.

      * a parcela de acordo lancada no mesmo dia da mensalidade e
      * outro titulo - a chave da cobranca inclui a parcela
       2050-CHECK-REGISTERED.
           MOVE 'N' TO WS-REG-FOUND-FLAG
           PERFORM VARYING WS-REG-INDEX FROM 1 BY 1
               UNTIL WS-REG-INDEX > WS-REG-COUNT
               OR WS-REG-FOUND
               IF WS-RG-NR-CHAVE(WS-REG-INDEX) = COB-NR-CHAVE
                  AND WS-RG-DATA(WS-REG-INDEX) = COB-DATA
                  AND WS-RG-PARCELA(WS-REG-INDEX) = WS-PARCELA
                   SET WS-REG-FOUND TO TRUE
               END-IF
           END-PERFORM.
       2050-EXIT.
           EXIT.

      * cobranca sem cadastro do aluno nao tem pagador para o banco -
      * fica fora da remessa e contada
       2100-REGISTER-ONE-CHARGE.
           MOVE COB-NR-CHAVE TO GDA-NR-CHAVE
           READ STUDENT-FILE
           INVALID KEY
             ADD 1 TO WS-SEM-CADASTRO-COUNT
             DISPLAY 'PROG017: CHAVE SEM CADASTRO ' COB-NR-CHAVE
           NOT INVALID KEY
             ADD 1 TO WS-NOSSO-NUMERO
             MOVE WS-NOSSO-NUMERO TO TIT-NOSSO-NUMERO
             MOVE COB-NR-CHAVE    TO TIT-NR-CHAVE
             MOVE COB-DATA        TO TIT-DATA-COBRANCA
             MOVE WS-COMPETENCIA  TO TIT-COMPETENCIA
             MOVE WS-VENCIMENTO   TO TIT-VENCIMENTO
             MOVE COB-VALOR       TO TIT-VALOR
             MOVE WS-PARCELA      TO TIT-PARCELA
             SET TIT-ABERTO TO TRUE
             MOVE 0               TO TIT-DATA-PAGTO
                                     TIT-VALOR-PAGO
                                     TIT-MULTA-COBRADA
                                     TIT-JUROS-COBRADOS
             MOVE WS-TODAY        TO TIT-DATA-REMESSA
             WRITE TITULO-RECORD
             INVALID KEY
               DISPLAY 'PROG017: WRITE FALHOU ' TIT-NOSSO-NUMERO
               MOVE 'TITULOS.txt' TO WS-FE-FILE
               MOVE 'WRITE'    TO WS-FE-OPERATION
               MOVE WS-TITULO-STATUS TO WS-FE-STATUS
               MOVE 'E'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
             NOT INVALID KEY
               PERFORM 2200-WRITE-REMESSA-DETALHE
             END-WRITE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-WRITE-REMESSA-DETALHE.
           PERFORM 2400-FORMAT-CPF
           MOVE TIT-NOSSO-NUMERO TO RMD-NOSSO-NUMERO
           MOVE TIT-NR-CHAVE     TO RMD-NR-CHAVE
           MOVE TIT-VENCIMENTO   TO RMD-VENCIMENTO
           MOVE TIT-VALOR        TO RMD-VALOR
           MOVE WS-CPF-NUMERO    TO RMD-CPF
           MOVE GDA-NOME         TO RMD-NOME
           WRITE REMESSA-RECORD FROM REMESSA-DETALHE-REC
           ADD 1 TO WS-SENT-COUNT
           ADD TIT-VALOR TO WS-TOTAL-SENT.
       2200-EXIT.
           EXIT.

       2400-FORMAT-CPF.
           MOVE 0 TO WS-CPF-NUMERO
           IF GDA-RG NOT = 0
               COMPUTE WS-CPF-NUMERO = GDA-RG * 100
               MOVE 10 TO WS-CPF-INDEX
               PERFORM 2410-CHECK-DIGIT
               MOVE 11 TO WS-CPF-INDEX
               PERFORM 2410-CHECK-DIGIT
           END-IF.
       2400-EXIT.
           EXIT.

       2410-CHECK-DIGIT.
           MOVE 0 TO WS-CPF-SOMA
           PERFORM VARYING WS-CPF-PESO-INDEX FROM 1 BY 1
               UNTIL WS-CPF-PESO-INDEX >= WS-CPF-INDEX
               COMPUTE WS-CPF-SOMA = WS-CPF-SOMA
                   + WS-CPF-DIGITO(WS-CPF-PESO-INDEX)
                   * (WS-CPF-INDEX + 1 - WS-CPF-PESO-INDEX)
           END-PERFORM
           DIVIDE WS-CPF-SOMA BY 11 GIVING WS-CPF-QUOCIENTE
               REMAINDER WS-CPF-RESTO
           IF WS-CPF-RESTO < 2
               MOVE 0 TO WS-CPF-DIGITO(WS-CPF-INDEX)
           ELSE
               COMPUTE WS-CPF-DIGITO(WS-CPF-INDEX) = 11 - WS-CPF-RESTO
           END-IF.
       2410-EXIT.
           EXIT.

       3000-SAVE-NOSSO-NUMERO.
           OPEN OUTPUT NOSSO-NUMERO-FILE.
           MOVE WS-NOSSO-NUMERO TO NN-ULTIMO
           WRITE NOSSO-NUMERO-RECORD.
           CLOSE NOSSO-NUMERO-FILE.
       3000-EXIT.
           EXIT.

       4000-PRINT-SUMMARY.
           DISPLAY '----------------------------------'
           DISPLAY 'RESUMO DA REMESSA - COMPETENCIA ' WS-COMPETENCIA
           DISPLAY 'COBRANCAS LIDAS:      ' WS-READ-COUNT
           DISPLAY 'COBRANCAS DO MES:     ' WS-COMPETENCIA-COUNT
           DISPLAY 'TITULOS ENVIADOS:     ' WS-SENT-COUNT
           DISPLAY 'JA ENVIADAS ANTES:    ' WS-JA-ENVIADA-COUNT
           DISPLAY 'SEM CADASTRO:         ' WS-SEM-CADASTRO-COUNT
           DISPLAY 'VALOR TOTAL ENVIADO:  ' WS-TOTAL-SENT
           DISPLAY 'ULTIMO NOSSO NUMERO:  ' WS-NOSSO-NUMERO.
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

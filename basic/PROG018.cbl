      ******************************************************************
      * Author:JOSE FELIPE
      * Date:12\07\2026
      * Purpose:RELATORIO MENSAL DOS DESCONTOS CONCEDIDOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG018.
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
      * cartao de parametro com a competencia AAAAMM do relatorio - em
      * branco ou zero vale o mes corrente
           SELECT DESCONTO-PARM
           ASSIGN TO "C:\sistem\DESCONTO-PARM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
      * historico de cobrancas do PROG011, com bruto, liquido, tipo
      * de desconto e curso de cada mensalidade
           SELECT COBRANCA-FILE
           ASSIGN TO "C:\sistem\COBRANCA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COBRANCA-STATUS.
      * a mesma tabela de descontos que o PROG011 aplica
           SELECT DESCONTO-FILE
           ASSIGN TO "C:\sistem\DESCONTOS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DESCONTO-STATUS.
           SELECT SORT-WORK-FILE
           ASSIGN TO "C:\sistem\DESCSRT.tmp".
           SELECT SORTED-FILE
           ASSIGN TO "C:\sistem\DESCSRT.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DESCONTO-REPORT
           ASSIGN TO "C:\sistem\BATCH-DESCONTO.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
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
          FD DESCONTO-PARM.
          01 DESCONTO-PARM-RECORD.
          05 DSP-COMPETENCIA PIC 9(06).
          FD COBRANCA-FILE.
          01 COBRANCA-RECORD.
          05 COB-DATA      PIC 9(08).
          05 FILLER        PIC X(01).
          05 COB-NR-CHAVE  PIC 9(08).
          05 FILLER        PIC X(01).
          05 COB-VALOR     PIC 9(15).
          05 FILLER        PIC X(01).
          05 COB-VALOR-BRUTO PIC 9(15).
          05 FILLER        PIC X(01).
          05 COB-TIPO-DESCONTO PIC X(01).
          05 FILLER        PIC X(01).
          05 COB-CURSO     PIC X(03).
          FD DESCONTO-FILE.
          01 DESCONTO-RECORD.
          05 DSC-NR-CHAVE  PIC 9(08).
          05 FILLER        PIC X(01).
          05 DSC-TIPO      PIC X(01).
          05 FILLER        PIC X(01).
          05 DSC-MODO      PIC X(01).
          88 DSC-PERCENTUAL VALUE 'P'.
          05 FILLER        PIC X(01).
          05 DSC-PERCENTUAL-VALOR PIC 9(03)V99.
          05 FILLER        PIC X(01).
          05 DSC-VALOR     PIC 9(15).
          05 FILLER        PIC X(01).
          05 DSC-DATA-INICIO PIC 9(08).
          05 FILLER        PIC X(01).
          05 DSC-DATA-FIM  PIC 9(08).
          SD SORT-WORK-FILE.
          01 SORT-RECORD.
          05 SRT-CURSO     PIC X(03).
          05 SRT-TIPO      PIC X(01).
          05 SRT-VALOR-BRUTO PIC 9(15).
          05 SRT-VALOR-LIQUIDO PIC 9(15).
          FD SORTED-FILE.
          01 SORTED-RECORD.
          05 SO-CURSO      PIC X(03).
          05 SO-TIPO       PIC X(01).
          05 SO-VALOR-BRUTO PIC 9(15).
          05 SO-VALOR-LIQUIDO PIC 9(15).
          FD DESCONTO-REPORT.
          01 DESCONTO-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
          01 WS-STUDENT-STATUS PIC X(02) VALUE '00'.
          88 WS-STUDENT-STATUS-OK VALUE '00'.
          01 WS-PARM-STATUS PIC X(02) VALUE '00'.
          88 WS-PARM-STATUS-OK VALUE '00'.
          01 WS-COBRANCA-STATUS PIC X(02) VALUE '00'.
          88 WS-COBRANCA-STATUS-OK VALUE '00'.
          01 WS-DESCONTO-STATUS PIC X(02) VALUE '00'.
          88 WS-DESCONTO-STATUS-OK VALUE '00'.
          01 WS-COBRANCA-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-COBRANCA VALUE 'Y'.
          01 WS-DESCONTO-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-DESCONTOS VALUE 'Y'.
          01 WS-SORTED-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-SORTED VALUE 'Y'.

          01 WS-TODAY PIC 9(08) VALUE 0.
          01 WS-COMPETENCIA PIC 9(06) VALUE 0.
          01 FILLER REDEFINES WS-COMPETENCIA.
             05 WS-COMP-ANO PIC 9(04).
             05 WS-COMP-MES PIC 9(02).
          01 WS-PROXIMO-MES PIC 9(06) VALUE 0.
          01 FILLER REDEFINES WS-PROXIMO-MES.
             05 WS-PROX-ANO PIC 9(04).
             05 WS-PROX-MES PIC 9(02).

          01 WS-QUEBRA-ATUAL.
             05 WS-CURSO-ATUAL PIC X(03) VALUE LOW-VALUES.
             05 WS-TIPO-ATUAL  PIC X(01) VALUE LOW-VALUES.
          01 WS-GRUPO-TOTAIS.
             05 WS-GRUPO-QTDE     PIC 9(07).
             05 WS-GRUPO-BRUTO    PIC 9(15).
             05 WS-GRUPO-DESCONTO PIC 9(15).
          01 WS-CURSO-TOTAIS.
             05 WS-CURSO-QTDE     PIC 9(07).
             05 WS-CURSO-BRUTO    PIC 9(15).
             05 WS-CURSO-DESCONTO PIC 9(15).
          01 WS-VALOR-DESCONTO PIC 9(15) VALUE 0.

          01 WS-SUMMARY-COUNTERS.
             05 WS-COBRANCA-LIDAS  PIC 9(07) VALUE 0.
             05 WS-COBRANCA-MES    PIC 9(07) VALUE 0.
             05 WS-COM-DESCONTO    PIC 9(07) VALUE 0.
             05 WS-TOTAL-BRUTO     PIC 9(15) VALUE 0.
             05 WS-TOTAL-DESCONTO  PIC 9(15) VALUE 0.
             05 WS-VENCENDO-COUNT  PIC 9(07) VALUE 0.

          01 DESC-HEADING-1.
             05 FILLER PIC X(35)
                VALUE 'DESCONTOS CONCEDIDOS - COMPETENCIA '.
             05 DH1-COMPETENCIA PIC 9(06).
             05 FILLER PIC X(39) VALUE SPACES.

          01 DESC-HEADING-2.
             05 FILLER PIC X(06) VALUE 'CURSO'.
             05 FILLER PIC X(13) VALUE 'TIPO'.
             05 FILLER PIC X(09) VALUE '     QTDE'.
             05 FILLER PIC X(17) VALUE '            BRUTO'.
             05 FILLER PIC X(17) VALUE '         DESCONTO'.
             05 FILLER PIC X(17) VALUE '          LIQUIDO'.
             05 FILLER PIC X(01) VALUE SPACES.

          01 DESC-DETAIL-LINE.
             05 DDL-CURSO      PIC X(03).
             05 FILLER         PIC X(03) VALUE SPACES.
             05 DDL-TIPO       PIC X(12).
             05 FILLER         PIC X(01) VALUE SPACE.
             05 DDL-QTDE       PIC ZZZZZZ9.
             05 FILLER         PIC X(02) VALUE SPACES.
             05 DDL-BRUTO      PIC Z(14)9.
             05 FILLER         PIC X(02) VALUE SPACES.
             05 DDL-DESCONTO   PIC Z(14)9.
             05 FILLER         PIC X(02) VALUE SPACES.
             05 DDL-LIQUIDO    PIC Z(14)9.
             05 FILLER         PIC X(03) VALUE SPACES.

          01 VENC-HEADING-1.
             05 FILLER PIC X(39)
                VALUE 'DESCONTOS QUE VENCEM NO PROXIMO MES - '.
             05 VH1-COMPETENCIA PIC 9(06).
             05 FILLER PIC X(35) VALUE SPACES.

          01 VENC-HEADING-2.
             05 FILLER PIC X(09) VALUE 'CHAVE'.
             05 FILLER PIC X(28) VALUE 'NOME'.
             05 FILLER PIC X(13) VALUE 'TIPO'.
             05 FILLER PIC X(19) VALUE 'DESCONTO'.
             05 FILLER PIC X(11) VALUE 'VENCE EM'.

          01 VENC-DETAIL-LINE.
             05 VDL-NR-CHAVE   PIC 9(08).
             05 FILLER         PIC X(01) VALUE SPACE.
             05 VDL-NOME       PIC X(27).
             05 FILLER         PIC X(01) VALUE SPACE.
             05 VDL-TIPO       PIC X(12).
             05 FILLER         PIC X(01) VALUE SPACE.
             05 VDL-DESCONTO   PIC X(18).
             05 FILLER         PIC X(01) VALUE SPACE.
             05 VDL-DATA-FIM   PIC 9(08).
             05 FILLER         PIC X(03) VALUE SPACES.

          01 WS-PERC-EDIT  PIC ZZ9.99.
          01 WS-VALOR-EDIT PIC Z(14)9.
      ******************************************************************
       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 1100-READ-DESCONTO-PARM.
           OPEN INPUT STUDENT-FILE.
           IF NOT WS-STUDENT-STATUS-OK
               DISPLAY "PROG018: UNABLE TO OPEN BATCH.txt, "
                   "STATUS = " WS-STUDENT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CURSO
                                SRT-TIPO
               INPUT PROCEDURE IS 1500-RELEASE-DISCOUNTS
               GIVING SORTED-FILE.
           OPEN INPUT SORTED-FILE.
           OPEN OUTPUT DESCONTO-REPORT.
           MOVE WS-COMPETENCIA TO DH1-COMPETENCIA
           MOVE DESC-HEADING-1 TO DESCONTO-REPORT-LINE
           WRITE DESCONTO-REPORT-LINE.
           MOVE DESC-HEADING-2 TO DESCONTO-REPORT-LINE
           WRITE DESCONTO-REPORT-LINE.
           PERFORM 2000-PRINT-DISCOUNTS UNTIL END-OF-SORTED.
           IF WS-CURSO-ATUAL NOT = LOW-VALUES
               PERFORM 2300-FINISH-ONE-TIPO
               PERFORM 2400-FINISH-ONE-CURSO
           END-IF.
           PERFORM 2500-PRINT-GRAND-TOTAL.
           PERFORM 3000-LIST-EXPIRING.
           PERFORM 4000-PRINT-SUMMARY.
           CLOSE STUDENT-FILE
                 SORTED-FILE
                 DESCONTO-REPORT.
           GOBACK.

      * o proximo mes e o da competencia mais um, virando o ano em
      * dezembro
       1100-READ-DESCONTO-PARM.
           MOVE WS-TODAY(1:6) TO WS-COMPETENCIA
           OPEN INPUT DESCONTO-PARM.
           IF WS-PARM-STATUS-OK
               READ DESCONTO-PARM
               AT END
                 CONTINUE
               NOT AT END
                 IF DSP-COMPETENCIA IS NUMERIC
                    AND DSP-COMPETENCIA > 0
                    AND DSP-COMPETENCIA(5:2) >= '01'
                    AND DSP-COMPETENCIA(5:2) <= '12'
                     MOVE DSP-COMPETENCIA TO WS-COMPETENCIA
                 END-IF
               END-READ
               CLOSE DESCONTO-PARM
           END-IF.
           IF WS-COMP-MES = 12
               COMPUTE WS-PROX-ANO = WS-COMP-ANO + 1
               MOVE 1 TO WS-PROX-MES
           ELSE
               MOVE WS-COMP-ANO TO WS-PROX-ANO
               COMPUTE WS-PROX-MES = WS-COMP-MES + 1
           END-IF.
       1100-EXIT.
           EXIT.

      * so as mensalidades da competencia com desconto entram no sort;
      * as anteriores ao bruto no historico vem com o campo em branco
      * e nao tem desconto a mostrar
       1500-RELEASE-DISCOUNTS.
           OPEN INPUT COBRANCA-FILE.
           IF NOT WS-COBRANCA-STATUS-OK
               DISPLAY "PROG018: UNABLE TO OPEN COBRANCA.txt, "
                   "STATUS = " WS-COBRANCA-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1510-READ-AND-RELEASE UNTIL END-OF-COBRANCA.
           CLOSE COBRANCA-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-AND-RELEASE.
           READ COBRANCA-FILE
           AT END
             SET END-OF-COBRANCA TO TRUE
           NOT AT END
            ADD 1 TO WS-COBRANCA-LIDAS
            IF COB-DATA(1:6) = WS-COMPETENCIA
                ADD 1 TO WS-COBRANCA-MES
                IF COB-VALOR-BRUTO IS NUMERIC
                   AND COB-VALOR-BRUTO > COB-VALOR
                    MOVE COB-CURSO         TO SRT-CURSO
                    MOVE COB-TIPO-DESCONTO TO SRT-TIPO
                    MOVE COB-VALOR-BRUTO   TO SRT-VALOR-BRUTO
                    MOVE COB-VALOR         TO SRT-VALOR-LIQUIDO
                    RELEASE SORT-RECORD
                END-IF
            END-IF
           END-READ.
       1510-EXIT.
           EXIT.

       2000-PRINT-DISCOUNTS.
           READ SORTED-FILE
           AT END
             SET END-OF-SORTED TO TRUE
           NOT AT END
            IF SO-CURSO NOT = WS-CURSO-ATUAL
                IF WS-CURSO-ATUAL NOT = LOW-VALUES
                    PERFORM 2300-FINISH-ONE-TIPO
                    PERFORM 2400-FINISH-ONE-CURSO
                END-IF
                MOVE SO-CURSO TO WS-CURSO-ATUAL
                MOVE SO-TIPO  TO WS-TIPO-ATUAL
                INITIALIZE WS-CURSO-TOTAIS
                           WS-GRUPO-TOTAIS
            ELSE
                IF SO-TIPO NOT = WS-TIPO-ATUAL
                    PERFORM 2300-FINISH-ONE-TIPO
                    MOVE SO-TIPO TO WS-TIPO-ATUAL
                    INITIALIZE WS-GRUPO-TOTAIS
                END-IF
            END-IF
            COMPUTE WS-VALOR-DESCONTO =
                SO-VALOR-BRUTO - SO-VALOR-LIQUIDO
            ADD 1                 TO WS-GRUPO-QTDE
            ADD SO-VALOR-BRUTO    TO WS-GRUPO-BRUTO
            ADD WS-VALOR-DESCONTO TO WS-GRUPO-DESCONTO
           END-READ.
       2000-EXIT.
           EXIT.

       2100-GET-TIPO-TEXT.
           EVALUATE WS-TIPO-ATUAL
               WHEN 'B'
                   MOVE 'BOLSA'       TO DDL-TIPO
               WHEN 'I'
                   MOVE 'IRMAO'       TO DDL-TIPO
               WHEN 'F'
                   MOVE 'FUNCIONARIO' TO DDL-TIPO
               WHEN OTHER
                   MOVE 'OUTROS'      TO DDL-TIPO
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2300-FINISH-ONE-TIPO.
           MOVE WS-CURSO-ATUAL TO DDL-CURSO
           PERFORM 2100-GET-TIPO-TEXT
           MOVE WS-GRUPO-QTDE     TO DDL-QTDE
           MOVE WS-GRUPO-BRUTO    TO DDL-BRUTO
           MOVE WS-GRUPO-DESCONTO TO DDL-DESCONTO
           COMPUTE DDL-LIQUIDO = WS-GRUPO-BRUTO - WS-GRUPO-DESCONTO
           MOVE DESC-DETAIL-LINE TO DESCONTO-REPORT-LINE
           WRITE DESCONTO-REPORT-LINE
           ADD WS-GRUPO-QTDE     TO WS-CURSO-QTDE
           ADD WS-GRUPO-BRUTO    TO WS-CURSO-BRUTO
           ADD WS-GRUPO-DESCONTO TO WS-CURSO-DESCONTO.
       2300-EXIT.
           EXIT.

       2400-FINISH-ONE-CURSO.
           MOVE WS-CURSO-ATUAL    TO DDL-CURSO
           MOVE 'TOTAL CURSO'     TO DDL-TIPO
           MOVE WS-CURSO-QTDE     TO DDL-QTDE
           MOVE WS-CURSO-BRUTO    TO DDL-BRUTO
           MOVE WS-CURSO-DESCONTO TO DDL-DESCONTO
           COMPUTE DDL-LIQUIDO = WS-CURSO-BRUTO - WS-CURSO-DESCONTO
           MOVE DESC-DETAIL-LINE TO DESCONTO-REPORT-LINE
           WRITE DESCONTO-REPORT-LINE
           MOVE SPACES TO DESCONTO-REPORT-LINE
           WRITE DESCONTO-REPORT-LINE
           ADD WS-CURSO-QTDE     TO WS-COM-DESCONTO
           ADD WS-CURSO-BRUTO    TO WS-TOTAL-BRUTO
           ADD WS-CURSO-DESCONTO TO WS-TOTAL-DESCONTO.
       2400-EXIT.
           EXIT.

       2500-PRINT-GRAND-TOTAL.
           MOVE SPACES            TO DDL-CURSO
           MOVE 'TOTAL GERAL'     TO DDL-TIPO
           MOVE WS-COM-DESCONTO   TO DDL-QTDE
           MOVE WS-TOTAL-BRUTO    TO DDL-BRUTO
           MOVE WS-TOTAL-DESCONTO TO DDL-DESCONTO
           COMPUTE DDL-LIQUIDO = WS-TOTAL-BRUTO - WS-TOTAL-DESCONTO
           MOVE DESC-DETAIL-LINE TO DESCONTO-REPORT-LINE
           WRITE DESCONTO-REPORT-LINE.
       2500-EXIT.
           EXIT.

      * descontos com data de fim dentro do proximo mes - a secretaria
      * renova ou deixa vencer antes da cobranca seguinte
       3000-LIST-EXPIRING.
           MOVE SPACES TO DESCONTO-REPORT-LINE
           WRITE DESCONTO-REPORT-LINE.
           MOVE WS-PROXIMO-MES TO VH1-COMPETENCIA
           MOVE VENC-HEADING-1 TO DESCONTO-REPORT-LINE
           WRITE DESCONTO-REPORT-LINE.
           MOVE VENC-HEADING-2 TO DESCONTO-REPORT-LINE
           WRITE DESCONTO-REPORT-LINE.
           OPEN INPUT DESCONTO-FILE.
           IF WS-DESCONTO-STATUS-OK
               PERFORM 3100-CHECK-ONE-DESCONTO UNTIL END-OF-DESCONTOS
               CLOSE DESCONTO-FILE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-DESCONTO.
           READ DESCONTO-FILE
           AT END
             SET END-OF-DESCONTOS TO TRUE
           NOT AT END
             IF DSC-DATA-FIM IS NUMERIC
                AND DSC-DATA-FIM(1:6) = WS-PROXIMO-MES
                 PERFORM 3200-WRITE-EXPIRING-LINE
             END-IF
           END-READ.
       3100-EXIT.
           EXIT.

       3200-WRITE-EXPIRING-LINE.
           ADD 1 TO WS-VENCENDO-COUNT
           MOVE DSC-NR-CHAVE TO VDL-NR-CHAVE
           MOVE DSC-NR-CHAVE TO GDA-NR-CHAVE
           READ STUDENT-FILE
           INVALID KEY
             MOVE 'SEM CADASTRO' TO VDL-NOME
           NOT INVALID KEY
             MOVE GDA-NOME TO VDL-NOME
           END-READ
           MOVE DSC-TIPO TO WS-TIPO-ATUAL
           PERFORM 2100-GET-TIPO-TEXT
           MOVE DDL-TIPO TO VDL-TIPO
           MOVE SPACES TO VDL-DESCONTO
           IF DSC-PERCENTUAL
               MOVE DSC-PERCENTUAL-VALOR TO WS-PERC-EDIT
               MOVE WS-PERC-EDIT TO VDL-DESCONTO(1:6)
               MOVE '%' TO VDL-DESCONTO(7:1)
           ELSE
               MOVE DSC-VALOR TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO VDL-DESCONTO(1:15)
           END-IF
           MOVE DSC-DATA-FIM TO VDL-DATA-FIM
           MOVE VENC-DETAIL-LINE TO DESCONTO-REPORT-LINE
           WRITE DESCONTO-REPORT-LINE.
       3200-EXIT.
           EXIT.

       4000-PRINT-SUMMARY.
           DISPLAY '----------------------------------'
           DISPLAY 'RESUMO DOS DESCONTOS - COMPETENCIA ' WS-COMPETENCIA
           DISPLAY 'COBRANCAS LIDAS:      ' WS-COBRANCA-LIDAS
           DISPLAY 'COBRANCAS DO MES:     ' WS-COBRANCA-MES
           DISPLAY 'COM DESCONTO:         ' WS-COM-DESCONTO
           DISPLAY 'VALOR BRUTO:          ' WS-TOTAL-BRUTO
           DISPLAY 'VALOR DOS DESCONTOS:  ' WS-TOTAL-DESCONTO
           DISPLAY 'VENCEM NO PROXIMO MES:' WS-VENCENDO-COUNT.
       4000-EXIT.
           EXIT.

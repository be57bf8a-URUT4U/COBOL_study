      ******************************************************************
      * Author:JOSE FELIPE
      * Date:12\07\2026
      * Purpose:DECLARACAO ANUAL DE QUITACAO DE DEBITOS DOS ALUNOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG016.
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
      * cartao de parametro com o ano da declaracao - em branco ou
      * zero vale o ano anterior ao da execucao, ja que a rodada e
      * feita depois da virada do ano
           SELECT QUITACAO-PARM
           ASSIGN TO "C:\sistem\QUITACAO.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
      * historico de cobrancas do PROG011
           SELECT COBRANCA-FILE
           ASSIGN TO "C:\sistem\COBRANCA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COBRANCA-STATUS.
      * historico de pagamentos baixados pelo PROG009
           SELECT PAGAMENTO-FILE
           ASSIGN TO "C:\sistem\PAGAMENTOS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAGAMENTO-STATUS.
      * o mesmo cartao de mascaramento do CPF que o ONLINE e o
      * REGXTRCT respeitam - U imprime o CPF inteiro, qualquer outra
      * coisa mostra so os quatro ultimos digitos
           SELECT MASK-PARM-FILE
           ASSIGN TO "REGMASK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASK-PARM-STATUS.
      * responsavel do aluno menor (PROG008/PROG021) - enquanto o
      * aluno for menor a declaracao vai aos cuidados dele
           SELECT RESPONSAVEL-FILE
           ASSIGN TO "C:\sistem\RESPONSAVEL.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSP-NR-CHAVE
           FILE STATUS IS WS-RESPONSAVEL-STATUS.
           SELECT SORT-WORK-FILE
           ASSIGN TO "C:\sistem\QUITSRT.tmp".
           SELECT SORTED-FILE
           ASSIGN TO "C:\sistem\QUITSRT.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
      * as declaracoes, uma atras da outra, prontas para envio
           SELECT DECLARACAO-FILE
           ASSIGN TO "C:\sistem\BATCH-QUITACAO.txt"
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
          FD QUITACAO-PARM.
          01 QUITACAO-PARM-RECORD.
          05 QUI-ANO       PIC 9(04).
          FD COBRANCA-FILE.
          01 COBRANCA-RECORD.
          05 COB-DATA      PIC 9(08).
          05 FILLER        PIC X(01).
          05 COB-NR-CHAVE  PIC 9(08).
          05 FILLER        PIC X(01).
          05 COB-VALOR     PIC 9(15).
          05 FILLER        PIC X(22).
          05 FILLER        PIC X(01).
          05 COB-PARCELA   PIC X(02).
          FD PAGAMENTO-FILE.
          01 PAGAMENTO-RECORD.
          05 PAG-DATA      PIC 9(08).
          05 FILLER        PIC X(01).
          05 PAG-NR-CHAVE  PIC 9(08).
          05 FILLER        PIC X(01).
          05 PAG-DATA-BANCO PIC X(10).
          05 FILLER        PIC X(01).
          05 PAG-VALOR     PIC 9(15).
          05 FILLER        PIC X(01).
          05 PAG-NOSSO-NUMERO PIC X(10).
          05 FILLER        PIC X(01).
          05 PAG-COMPETENCIA PIC X(06).
          FD MASK-PARM-FILE.
          01 MASK-PARM-RECORD.
          05 MP-MASK-MODE  PIC X(01).
      * C = cobranca, P = pagamento - por chave as cobrancas vem na
      * frente dos pagamentos, e cada tipo em ordem de data
          SD SORT-WORK-FILE.
          01 SORT-RECORD.
          05 SRT-NR-CHAVE  PIC 9(08).
          05 SRT-TIPO      PIC X(01).
          05 SRT-DATA      PIC 9(08).
          05 SRT-VALOR     PIC 9(15).
          05 SRT-COMPETENCIA PIC 9(06).
          FD SORTED-FILE.
          01 SORTED-RECORD.
          05 SO-NR-CHAVE   PIC 9(08).
          05 SO-TIPO       PIC X(01).
          88 SO-COBRANCA   VALUE 'C'.
          88 SO-PAGAMENTO  VALUE 'P'.
          05 SO-DATA.
             10 SO-ANO     PIC 9(04).
             10 SO-MES     PIC 9(02).
             10 SO-DIA     PIC 9(02).
          05 SO-VALOR      PIC 9(15).
      * mes do titulo que o pagamento baixou pelo nosso numero, zero
      * no pagamento baixado so pela chave
          05 SO-COMPETENCIA.
             10 SO-COMP-ANO PIC 9(04).
             10 SO-COMP-MES PIC 9(02).
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
          FD DECLARACAO-FILE.
          01 DECLARACAO-LINE   PIC X(80).

       WORKING-STORAGE SECTION.
          01 WS-STUDENT-STATUS PIC X(02) VALUE '00'.
          88 WS-STUDENT-STATUS-OK VALUE '00'.
          01 WS-PARM-STATUS PIC X(02) VALUE '00'.
          88 WS-PARM-STATUS-OK VALUE '00'.
          01 WS-COBRANCA-STATUS PIC X(02) VALUE '00'.
          88 WS-COBRANCA-STATUS-OK VALUE '00'.
          01 WS-PAGAMENTO-STATUS PIC X(02) VALUE '00'.
          88 WS-PAGAMENTO-STATUS-OK VALUE '00'.
          01 WS-MASK-PARM-STATUS PIC X(02) VALUE '00'.
          88 WS-MASK-PARM-STATUS-OK VALUE '00'.
          01 WS-COBRANCA-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-COBRANCA VALUE 'Y'.
          01 WS-PAGAMENTO-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-PAGAMENTO VALUE 'Y'.
          01 WS-SORTED-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-SORTED VALUE 'Y'.
          01 WS-MASK-MODE-FLAG PIC X VALUE 'M'.
          88 WS-UNMASKED-MODE VALUE 'U'.
          01 WS-RESPONSAVEL-STATUS PIC X(02) VALUE '00'.
          88 WS-RESPONSAVEL-STATUS-OK VALUE '00'.
          01 WS-RESPONSAVEL-FLAG PIC X VALUE 'N'.
          88 WS-RESPONSAVEL-DISPONIVEL VALUE 'Y'.
          01 WS-A-CUIDADOS-FLAG PIC X VALUE 'N'.
          88 WS-A-CUIDADOS-RESPONSAVEL VALUE 'Y'.

          01 WS-TODAY.
             05 WS-TODAY-ANO   PIC 9(04).
             05 WS-TODAY-MES   PIC 9(02).
             05 WS-TODAY-DIA   PIC 9(02).
          01 WS-ANO-DECLARACAO PIC 9(04) VALUE 0.

      * o aluno da quebra - cobrancas de anos anteriores num saldo so,
      * as do ano mes a mes, e os pagamentos ate o fim do ano somados
      * para abater das cobrancas mais antigas primeiro
          01 WS-CHAVE-ATUAL PIC 9(08) VALUE 0.
          01 WS-CHAVE-ATIVA-FLAG PIC X VALUE 'N'.
          88 WS-CHAVE-ATIVA VALUE 'Y'.
          01 WS-ALUNO-FIELDS.
             05 WS-ANTERIOR-COBRADO PIC 9(15).
             05 WS-ANTERIOR-ABERTO  PIC 9(15).
             05 WS-TOTAL-PAGO       PIC 9(15).
             05 WS-SALDO-PAGO       PIC 9(15).
             05 WS-VALOR-FALTA      PIC 9(15).
             05 WS-ABERTO-ANO       PIC 9(15).
             05 WS-MESES-COBRADOS   PIC 9(02).
             05 WS-MESES-ABERTOS    PIC 9(02).
          01 WS-MES-TABLE.
             05 WS-MES-ENTRY OCCURS 12 TIMES.
                10 WS-MT-COBRADO   PIC 9(15).
                10 WS-MT-PAGO      PIC 9(15).
                10 WS-MT-DIRETO    PIC 9(15).
          01 WS-MES-INDEX PIC 9(02) VALUE 0.

      * o GDA-RG guarda os nove digitos base do CPF (PROG008); os
      * dois digitos verificadores sao refeitos aqui pelo modulo 11
          01 WS-CPF-NUMERO PIC 9(11) VALUE 0.
          01 FILLER REDEFINES WS-CPF-NUMERO.
             05 WS-CPF-DIGITO PIC 9(01) OCCURS 11 TIMES.
          01 WS-CPF-INDEX PIC 9(02) VALUE 0.
          01 WS-CPF-SOMA PIC 9(04) VALUE 0.
          01 WS-CPF-QUOCIENTE PIC 9(04) VALUE 0.
          01 WS-CPF-RESTO PIC 9(02) VALUE 0.
          01 WS-CPF-MASCARADO PIC X(11) VALUE SPACES.
          01 WS-CPF-FORMATADO PIC X(14) VALUE SPACES.
          01 WS-CPF-RESP-FORMATADO PIC X(14) VALUE SPACES.

          01 WS-SUMMARY-COUNTERS.
             05 WS-COBRANCA-LIDAS   PIC 9(07) VALUE 0.
             05 WS-COBRANCA-USADAS  PIC 9(07) VALUE 0.
             05 WS-PAGAMENTO-LIDOS  PIC 9(07) VALUE 0.
             05 WS-PAGAMENTO-USADOS PIC 9(07) VALUE 0.
             05 WS-QUITADOS-COUNT   PIC 9(07) VALUE 0.
             05 WS-ABERTOS-COUNT    PIC 9(07) VALUE 0.
             05 WS-SEM-COBRANCA-COUNT PIC 9(07) VALUE 0.
             05 WS-SEM-CADASTRO-COUNT PIC 9(07) VALUE 0.
             05 WS-RESPONSAVEL-COUNT PIC 9(07) VALUE 0.
             05 WS-TOTAL-COBRADO-ANO PIC 9(15) VALUE 0.
             05 WS-TOTAL-QUITADO-ANO PIC 9(15) VALUE 0.
             05 WS-TOTAL-ABERTO-ANO  PIC 9(15) VALUE 0.

          01 DECL-TITULO-QUITACAO.
             05 FILLER PIC X(40)
                VALUE 'DECLARACAO ANUAL DE QUITACAO DE DEBITOS'.
             05 FILLER PIC X(10) VALUE ' - ANO '.
             05 DTQ-ANO PIC 9(04).
             05 FILLER PIC X(26) VALUE SPACES.

          01 DECL-TITULO-ABERTO.
             05 FILLER PIC X(40)
                VALUE 'DEMONSTRATIVO DE MENSALIDADES EM ABERTO'.
             05 FILLER PIC X(10) VALUE ' - ANO '.
             05 DTA-ANO PIC 9(04).
             05 FILLER PIC X(26) VALUE SPACES.

          01 DECL-ALUNO-LINE.
             05 FILLER PIC X(07) VALUE 'ALUNO: '.
             05 DAL-NOME       PIC X(27).
             05 FILLER PIC X(13) VALUE '  MATRICULA: '.
             05 DAL-NR-CHAVE   PIC 9(08).
             05 FILLER PIC X(25) VALUE SPACES.

          01 DECL-CPF-LINE.
             05 FILLER PIC X(07) VALUE 'CPF:   '.
             05 DCL-CPF        PIC X(14).
             05 FILLER PIC X(59) VALUE SPACES.

          01 DECL-ENDERECO-LINE.
             05 FILLER PIC X(10) VALUE 'ENDERECO: '.
             05 DEL-ENDEREC    PIC X(15).
             05 FILLER PIC X(55) VALUE SPACES.

          01 DECL-RESPONSAVEL-LINE.
             05 FILLER PIC X(17) VALUE 'A/C RESPONSAVEL: '.
             05 DRL-NOME       PIC X(20).
             05 FILLER PIC X(07) VALUE '  CPF: '.
             05 DRL-CPF        PIC X(14).
             05 FILLER PIC X(22) VALUE SPACES.

          01 DECL-ENDERECO-RESP-LINE.
             05 FILLER PIC X(10) VALUE 'ENDERECO: '.
             05 DER-ENDEREC    PIC X(30).
             05 FILLER PIC X(01) VALUE SPACE.
             05 DER-CIDADE     PIC X(20).
             05 FILLER PIC X(01) VALUE SPACE.
             05 DER-UF         PIC X(02).
             05 FILLER PIC X(01) VALUE SPACE.
             05 DER-CEP        PIC X(09).
             05 FILLER PIC X(06) VALUE SPACES.

          01 DECL-TEXTO-QUITACAO-1.
             05 FILLER PIC X(45)
                VALUE 'DECLARAMOS, PARA OS FINS DA LEI 12.007/2009, '.
             05 FILLER PIC X(35)
                VALUE 'QUE FORAM QUITADAS AS MENSALIDADES'.
          01 DECL-TEXTO-QUITACAO-2.
             05 FILLER PIC X(40)
                VALUE 'DOS MESES ABAIXO, NADA CONSTANDO EM'.
             05 FILLER PIC X(40)
                VALUE ' ABERTO NO ANO.'.

          01 DECL-TEXTO-ABERTO-1.
             05 FILLER PIC X(42)
                VALUE 'DAS MENSALIDADES DO ANO, CONSTAM QUITADOS '.
             05 FILLER PIC X(38)
                VALUE 'E EM ABERTO OS MESES ABAIXO.'.
          01 DECL-TEXTO-ABERTO-2.
             05 FILLER PIC X(40)
                VALUE 'A DECLARACAO DE QUITACAO SERA EMITIDA'.
             05 FILLER PIC X(40)
                VALUE ' APOS A REGULARIZACAO.'.

          01 DECL-CABECALHO-MESES.
             05 FILLER PIC X(09) VALUE 'MES'.
             05 FILLER PIC X(16) VALUE '         COBRADO'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 FILLER PIC X(16) VALUE '            PAGO'.
             05 FILLER PIC X(02) VALUE SPACES.
             05 FILLER PIC X(09) VALUE 'SITUACAO'.
             05 FILLER PIC X(27) VALUE SPACES.

          01 DECL-MES-LINE.
             05 DML-MES        PIC 9(02).
             05 FILLER         PIC X(01) VALUE '/'.
             05 DML-ANO        PIC 9(04).
             05 FILLER         PIC X(02) VALUE SPACES.
             05 DML-COBRADO    PIC Z(15)9.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 DML-PAGO       PIC Z(15)9.
             05 FILLER         PIC X(02) VALUE SPACES.
             05 DML-SITUACAO   PIC X(09).
             05 FILLER         PIC X(27) VALUE SPACES.

          01 DECL-ANTERIOR-LINE.
             05 FILLER PIC X(42)
                VALUE 'DEBITOS DE ANOS ANTERIORES EM ABERTO:     '.
             05 DAN-VALOR      PIC Z(15)9.
             05 FILLER PIC X(22) VALUE SPACES.

          01 DECL-TOTAL-ABERTO-LINE.
             05 FILLER PIC X(42)
                VALUE 'TOTAL EM ABERTO NO ANO:                   '.
             05 DTO-VALOR      PIC Z(15)9.
             05 FILLER PIC X(22) VALUE SPACES.

          01 DECL-DATA-LINE.
             05 FILLER PIC X(12) VALUE 'EMITIDA EM: '.
             05 DDL-DIA        PIC 9(02).
             05 FILLER         PIC X(01) VALUE '/'.
             05 DDL-MES        PIC 9(02).
             05 FILLER         PIC X(01) VALUE '/'.
             05 DDL-ANO        PIC 9(04).
             05 FILLER PIC X(58) VALUE SPACES.

          01 DECL-SEPARADOR PIC X(80) VALUE ALL '='.
      ******************************************************************
       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 1100-READ-QUITACAO-PARM.
           PERFORM 1150-GET-MASK-PARM.
           OPEN INPUT STUDENT-FILE.
           IF NOT WS-STUDENT-STATUS-OK
               DISPLAY "PROG016: UNABLE TO OPEN BATCH.txt, "
                   "STATUS = " WS-STUDENT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * sem RESPONSAVEL.txt nenhum aluno tem responsavel registrado
           OPEN INPUT RESPONSAVEL-FILE.
           IF WS-RESPONSAVEL-STATUS-OK
               SET WS-RESPONSAVEL-DISPONIVEL TO TRUE
           END-IF.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-NR-CHAVE
                                SRT-TIPO
                                SRT-DATA
               INPUT PROCEDURE IS 1500-RELEASE-MOVEMENTS
               GIVING SORTED-FILE.
           OPEN INPUT SORTED-FILE.
           OPEN OUTPUT DECLARACAO-FILE.
           PERFORM 2000-BUILD-STATEMENTS UNTIL END-OF-SORTED.
           IF WS-CHAVE-ATIVA
               PERFORM 2300-FINISH-ONE-STUDENT
           END-IF.
           PERFORM 4000-PRINT-SUMMARY.
           CLOSE STUDENT-FILE
                 SORTED-FILE
                 DECLARACAO-FILE.
           IF WS-RESPONSAVEL-DISPONIVEL
               CLOSE RESPONSAVEL-FILE
           END-IF.
           GOBACK.

       1100-READ-QUITACAO-PARM.
           COMPUTE WS-ANO-DECLARACAO = WS-TODAY-ANO - 1
           OPEN INPUT QUITACAO-PARM.
           IF WS-PARM-STATUS-OK
               READ QUITACAO-PARM
               AT END
                 CONTINUE
               NOT AT END
                 IF QUI-ANO IS NUMERIC AND QUI-ANO > 0
                     MOVE QUI-ANO TO WS-ANO-DECLARACAO
                 END-IF
               END-READ
               CLOSE QUITACAO-PARM
           END-IF.
       1100-EXIT.
           EXIT.

       1150-GET-MASK-PARM.
           OPEN INPUT MASK-PARM-FILE.
           IF WS-MASK-PARM-STATUS-OK
               READ MASK-PARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF MP-MASK-MODE = "U" OR MP-MASK-MODE = "u"
                     MOVE "U" TO WS-MASK-MODE-FLAG
                 END-IF
               END-READ
               CLOSE MASK-PARM-FILE
           END-IF.
       1150-EXIT.
           EXIT.

      * tudo o que foi cobrado e pago ate o fim do ano da declaracao
      * entra no sort - o que veio depois fica para a do ano seguinte
       1500-RELEASE-MOVEMENTS.
           OPEN INPUT COBRANCA-FILE.
           IF NOT WS-COBRANCA-STATUS-OK
               DISPLAY "PROG016: UNABLE TO OPEN COBRANCA.txt, "
                   "STATUS = " WS-COBRANCA-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1510-RELEASE-COBRANCA UNTIL END-OF-COBRANCA.
           CLOSE COBRANCA-FILE.
           OPEN INPUT PAGAMENTO-FILE.
           IF WS-PAGAMENTO-STATUS-OK
               PERFORM 1520-RELEASE-PAGAMENTO UNTIL END-OF-PAGAMENTO
               CLOSE PAGAMENTO-FILE
           END-IF.
       1500-EXIT.
           EXIT.

       1510-RELEASE-COBRANCA.
           READ COBRANCA-FILE
           AT END
             SET END-OF-COBRANCA TO TRUE
           NOT AT END
            ADD 1 TO WS-COBRANCA-LIDAS
      * a parcela de acordo cobra de novo meses que ja estao no
      * historico - so a mensalidade conta como cobranca
            IF COB-DATA(1:4) NOT > WS-ANO-DECLARACAO
               AND (COB-PARCELA NOT NUMERIC OR COB-PARCELA = '00')
                MOVE COB-NR-CHAVE TO SRT-NR-CHAVE
                MOVE 'C'          TO SRT-TIPO
                MOVE COB-DATA     TO SRT-DATA
                MOVE COB-VALOR    TO SRT-VALOR
                MOVE 0            TO SRT-COMPETENCIA
                RELEASE SORT-RECORD
            END-IF
           END-READ.
       1510-EXIT.
           EXIT.

       1520-RELEASE-PAGAMENTO.
           READ PAGAMENTO-FILE
           AT END
             SET END-OF-PAGAMENTO TO TRUE
           NOT AT END
            ADD 1 TO WS-PAGAMENTO-LIDOS
            IF PAG-DATA(1:4) NOT > WS-ANO-DECLARACAO
                ADD 1 TO WS-PAGAMENTO-USADOS
                MOVE PAG-NR-CHAVE TO SRT-NR-CHAVE
                MOVE 'P'          TO SRT-TIPO
                MOVE PAG-DATA     TO SRT-DATA
                MOVE PAG-VALOR    TO SRT-VALOR
                IF PAG-COMPETENCIA IS NUMERIC
                    MOVE PAG-COMPETENCIA TO SRT-COMPETENCIA
                ELSE
                    MOVE 0 TO SRT-COMPETENCIA
                END-IF
                RELEASE SORT-RECORD
            END-IF
           END-READ.
       1520-EXIT.
           EXIT.

       2000-BUILD-STATEMENTS.
           READ SORTED-FILE
           AT END
             SET END-OF-SORTED TO TRUE
           NOT AT END
            IF NOT WS-CHAVE-ATIVA
               OR SO-NR-CHAVE NOT = WS-CHAVE-ATUAL
                IF WS-CHAVE-ATIVA
                    PERFORM 2300-FINISH-ONE-STUDENT
                END-IF
                MOVE SO-NR-CHAVE TO WS-CHAVE-ATUAL
                SET WS-CHAVE-ATIVA TO TRUE
                INITIALIZE WS-ALUNO-FIELDS
                           WS-MES-TABLE
            END-IF
            PERFORM 2100-ACCUMULATE-MOVEMENT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-ACCUMULATE-MOVEMENT.
           IF SO-PAGAMENTO
               IF SO-COMP-ANO = WS-ANO-DECLARACAO
                  AND SO-COMP-MES >= 1 AND SO-COMP-MES <= 12
                   ADD SO-VALOR TO WS-MT-DIRETO(SO-COMP-MES)
               ELSE
                   ADD SO-VALOR TO WS-TOTAL-PAGO
               END-IF
           ELSE
               IF SO-ANO < WS-ANO-DECLARACAO
                   ADD SO-VALOR TO WS-ANTERIOR-COBRADO
               ELSE
                   IF SO-MES >= 1 AND SO-MES <= 12
                       ADD 1 TO WS-COBRANCA-USADAS
                       ADD SO-VALOR TO WS-MT-COBRADO(SO-MES)
                   END-IF
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      * o pagamento que veio pelo nosso numero quita o mes do seu
      * titulo; o que sobra dele e os pagamentos so pela chave abatem
      * primeiro o que ficou dos anos anteriores e depois os meses do
      * ano em ordem - o mes so e quitado quando o pago cobre tudo o
      * que foi cobrado nele
       2200-APPLY-PAYMENTS.
           MOVE WS-TOTAL-PAGO TO WS-SALDO-PAGO
           PERFORM VARYING WS-MES-INDEX FROM 1 BY 1
               UNTIL WS-MES-INDEX > 12
               IF WS-MT-DIRETO(WS-MES-INDEX)
                  > WS-MT-COBRADO(WS-MES-INDEX)
                   MOVE WS-MT-COBRADO(WS-MES-INDEX)
                       TO WS-MT-PAGO(WS-MES-INDEX)
                   COMPUTE WS-SALDO-PAGO = WS-SALDO-PAGO
                       + WS-MT-DIRETO(WS-MES-INDEX)
                       - WS-MT-COBRADO(WS-MES-INDEX)
               ELSE
                   MOVE WS-MT-DIRETO(WS-MES-INDEX)
                       TO WS-MT-PAGO(WS-MES-INDEX)
               END-IF
           END-PERFORM
           IF WS-SALDO-PAGO >= WS-ANTERIOR-COBRADO
               SUBTRACT WS-ANTERIOR-COBRADO FROM WS-SALDO-PAGO
               MOVE 0 TO WS-ANTERIOR-ABERTO
           ELSE
               COMPUTE WS-ANTERIOR-ABERTO =
                   WS-ANTERIOR-COBRADO - WS-SALDO-PAGO
               MOVE 0 TO WS-SALDO-PAGO
           END-IF
           PERFORM VARYING WS-MES-INDEX FROM 1 BY 1
               UNTIL WS-MES-INDEX > 12
               IF WS-MT-COBRADO(WS-MES-INDEX) > 0
                   ADD 1 TO WS-MESES-COBRADOS
                   COMPUTE WS-VALOR-FALTA =
                       WS-MT-COBRADO(WS-MES-INDEX)
                       - WS-MT-PAGO(WS-MES-INDEX)
                   IF WS-SALDO-PAGO >= WS-VALOR-FALTA
                       SUBTRACT WS-VALOR-FALTA FROM WS-SALDO-PAGO
                       MOVE WS-MT-COBRADO(WS-MES-INDEX)
                           TO WS-MT-PAGO(WS-MES-INDEX)
                   ELSE
                       ADD WS-SALDO-PAGO TO WS-MT-PAGO(WS-MES-INDEX)
                       MOVE 0 TO WS-SALDO-PAGO
                       ADD 1 TO WS-MESES-ABERTOS
                       COMPUTE WS-ABERTO-ANO = WS-ABERTO-ANO
                           + WS-MT-COBRADO(WS-MES-INDEX)
                           - WS-MT-PAGO(WS-MES-INDEX)
                   END-IF
                   ADD WS-MT-COBRADO(WS-MES-INDEX)
                       TO WS-TOTAL-COBRADO-ANO
                   ADD WS-MT-PAGO(WS-MES-INDEX)
                       TO WS-TOTAL-QUITADO-ANO
               END-IF
           END-PERFORM
           ADD WS-ABERTO-ANO TO WS-TOTAL-ABERTO-ANO.
       2200-EXIT.
           EXIT.

      * aluno sem mensalidade no ano nao tem o que declarar; chave
      * sem cadastro nao tem para quem mandar - as duas so contam
       2300-FINISH-ONE-STUDENT.
           PERFORM 2200-APPLY-PAYMENTS
           IF WS-MESES-COBRADOS = 0
               ADD 1 TO WS-SEM-COBRANCA-COUNT
           ELSE
               MOVE WS-CHAVE-ATUAL TO GDA-NR-CHAVE
               READ STUDENT-FILE
               INVALID KEY
                 ADD 1 TO WS-SEM-CADASTRO-COUNT
                 DISPLAY 'PROG016: CHAVE SEM CADASTRO ' WS-CHAVE-ATUAL
               NOT INVALID KEY
                 PERFORM 2400-FORMAT-CPF
                 PERFORM 2450-FIND-RESPONSAVEL
                 PERFORM 2500-PRINT-STATEMENT
               END-READ
           END-IF.
       2300-EXIT.
           EXIT.

       2400-FORMAT-CPF.
           IF GDA-RG = 0
               MOVE 'NAO INFORMADO' TO WS-CPF-FORMATADO
           ELSE
               COMPUTE WS-CPF-NUMERO = GDA-RG * 100
               MOVE 10 TO WS-CPF-INDEX
               PERFORM 2410-CHECK-DIGIT
               MOVE 11 TO WS-CPF-INDEX
               PERFORM 2410-CHECK-DIGIT
               MOVE WS-CPF-NUMERO TO WS-CPF-MASCARADO
               IF NOT WS-UNMASKED-MODE
                   MOVE ALL "X" TO WS-CPF-MASCARADO(1:7)
               END-IF
               MOVE SPACES TO WS-CPF-FORMATADO
               STRING WS-CPF-MASCARADO(1:3) '.'
                      WS-CPF-MASCARADO(4:3) '.'
                      WS-CPF-MASCARADO(7:3) '-'
                      WS-CPF-MASCARADO(10:2)
                   DELIMITED BY SIZE INTO WS-CPF-FORMATADO
           END-IF.
       2400-EXIT.
           EXIT.

      * digito verificador na posicao WS-CPF-INDEX: os digitos antes
      * dele pesados de WS-CPF-INDEX ate 2, resto da soma por 11
       2410-CHECK-DIGIT.
           MOVE 0 TO WS-CPF-SOMA
           PERFORM VARYING WS-MES-INDEX FROM 1 BY 1
               UNTIL WS-MES-INDEX >= WS-CPF-INDEX
               COMPUTE WS-CPF-SOMA = WS-CPF-SOMA
                   + WS-CPF-DIGITO(WS-MES-INDEX)
                   * (WS-CPF-INDEX + 1 - WS-MES-INDEX)
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

      * aluno menor com responsavel - a declaracao sai aos cuidados
      * do responsavel, no endereco dele
       2450-FIND-RESPONSAVEL.
           MOVE 'N' TO WS-A-CUIDADOS-FLAG
           IF WS-RESPONSAVEL-DISPONIVEL
               MOVE GDA-NR-CHAVE TO RSP-NR-CHAVE
               READ RESPONSAVEL-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF RSP-MENOR
                     SET WS-A-CUIDADOS-RESPONSAVEL TO TRUE
                     ADD 1 TO WS-RESPONSAVEL-COUNT
                     PERFORM 2460-FORMAT-CPF-RESPONSAVEL
                 END-IF
               END-READ
           END-IF.
       2450-EXIT.
           EXIT.

      * o CPF do responsavel ja vem inteiro do cadastro - so a
      * mascara e a pontuacao
       2460-FORMAT-CPF-RESPONSAVEL.
           MOVE RSP-CPF TO WS-CPF-MASCARADO
           IF NOT WS-UNMASKED-MODE
               MOVE ALL "X" TO WS-CPF-MASCARADO(1:7)
           END-IF
           MOVE SPACES TO WS-CPF-RESP-FORMATADO
           STRING WS-CPF-MASCARADO(1:3) '.'
                  WS-CPF-MASCARADO(4:3) '.'
                  WS-CPF-MASCARADO(7:3) '-'
                  WS-CPF-MASCARADO(10:2)
               DELIMITED BY SIZE INTO WS-CPF-RESP-FORMATADO.
       2460-EXIT.
           EXIT.

      * tudo quitado sai como declaracao de quitacao; qualquer mes
      * ou ano anterior em aberto sai como demonstrativo dos meses
       2500-PRINT-STATEMENT.
           IF WS-MESES-ABERTOS = 0 AND WS-ANTERIOR-ABERTO = 0
               ADD 1 TO WS-QUITADOS-COUNT
               MOVE WS-ANO-DECLARACAO TO DTQ-ANO
               MOVE DECL-TITULO-QUITACAO TO DECLARACAO-LINE
           ELSE
               ADD 1 TO WS-ABERTOS-COUNT
               MOVE WS-ANO-DECLARACAO TO DTA-ANO
               MOVE DECL-TITULO-ABERTO TO DECLARACAO-LINE
           END-IF
           WRITE DECLARACAO-LINE
           MOVE SPACES TO DECLARACAO-LINE
           WRITE DECLARACAO-LINE
           MOVE GDA-NOME     TO DAL-NOME
           MOVE GDA-NR-CHAVE TO DAL-NR-CHAVE
           MOVE DECL-ALUNO-LINE TO DECLARACAO-LINE
           WRITE DECLARACAO-LINE
           MOVE WS-CPF-FORMATADO TO DCL-CPF
           MOVE DECL-CPF-LINE TO DECLARACAO-LINE
           WRITE DECLARACAO-LINE
           IF WS-A-CUIDADOS-RESPONSAVEL
               MOVE RSP-NOME TO DRL-NOME
               MOVE WS-CPF-RESP-FORMATADO TO DRL-CPF
               MOVE DECL-RESPONSAVEL-LINE TO DECLARACAO-LINE
               WRITE DECLARACAO-LINE
               MOVE RSP-ENDEREC TO DER-ENDEREC
               MOVE RSP-CIDADE  TO DER-CIDADE
               MOVE RSP-UF      TO DER-UF
               MOVE RSP-CEP     TO DER-CEP
               MOVE DECL-ENDERECO-RESP-LINE TO DECLARACAO-LINE
               WRITE DECLARACAO-LINE
           ELSE
               MOVE GDA-ENDEREC TO DEL-ENDEREC
               MOVE DECL-ENDERECO-LINE TO DECLARACAO-LINE
               WRITE DECLARACAO-LINE
           END-IF
           MOVE SPACES TO DECLARACAO-LINE
           WRITE DECLARACAO-LINE
           IF WS-MESES-ABERTOS = 0 AND WS-ANTERIOR-ABERTO = 0
               MOVE DECL-TEXTO-QUITACAO-1 TO DECLARACAO-LINE
               WRITE DECLARACAO-LINE
               MOVE DECL-TEXTO-QUITACAO-2 TO DECLARACAO-LINE
               WRITE DECLARACAO-LINE
           ELSE
               MOVE DECL-TEXTO-ABERTO-1 TO DECLARACAO-LINE
               WRITE DECLARACAO-LINE
           END-IF
           MOVE SPACES TO DECLARACAO-LINE
           WRITE DECLARACAO-LINE
           MOVE DECL-CABECALHO-MESES TO DECLARACAO-LINE
           WRITE DECLARACAO-LINE
           PERFORM VARYING WS-MES-INDEX FROM 1 BY 1
               UNTIL WS-MES-INDEX > 12
               IF WS-MT-COBRADO(WS-MES-INDEX) > 0
                   PERFORM 2510-PRINT-ONE-MONTH
               END-IF
           END-PERFORM
           IF WS-MESES-ABERTOS > 0 OR WS-ANTERIOR-ABERTO > 0
               MOVE SPACES TO DECLARACAO-LINE
               WRITE DECLARACAO-LINE
               IF WS-ANTERIOR-ABERTO > 0
                   MOVE WS-ANTERIOR-ABERTO TO DAN-VALOR
                   MOVE DECL-ANTERIOR-LINE TO DECLARACAO-LINE
                   WRITE DECLARACAO-LINE
               END-IF
               MOVE WS-ABERTO-ANO TO DTO-VALOR
               MOVE DECL-TOTAL-ABERTO-LINE TO DECLARACAO-LINE
               WRITE DECLARACAO-LINE
               MOVE DECL-TEXTO-ABERTO-2 TO DECLARACAO-LINE
               WRITE DECLARACAO-LINE
           END-IF
           MOVE SPACES TO DECLARACAO-LINE
           WRITE DECLARACAO-LINE
           MOVE WS-TODAY-DIA TO DDL-DIA
           MOVE WS-TODAY-MES TO DDL-MES
           MOVE WS-TODAY-ANO TO DDL-ANO
           MOVE DECL-DATA-LINE TO DECLARACAO-LINE
           WRITE DECLARACAO-LINE
           MOVE DECL-SEPARADOR TO DECLARACAO-LINE
           WRITE DECLARACAO-LINE.
       2500-EXIT.
           EXIT.

       2510-PRINT-ONE-MONTH.
           MOVE WS-MES-INDEX      TO DML-MES
           MOVE WS-ANO-DECLARACAO TO DML-ANO
           MOVE WS-MT-COBRADO(WS-MES-INDEX) TO DML-COBRADO
           MOVE WS-MT-PAGO(WS-MES-INDEX)    TO DML-PAGO
           IF WS-MT-PAGO(WS-MES-INDEX) = WS-MT-COBRADO(WS-MES-INDEX)
               MOVE 'QUITADO'   TO DML-SITUACAO
           ELSE
               MOVE 'EM ABERTO' TO DML-SITUACAO
           END-IF
           MOVE DECL-MES-LINE TO DECLARACAO-LINE
           WRITE DECLARACAO-LINE.
       2510-EXIT.
           EXIT.

       4000-PRINT-SUMMARY.
           DISPLAY '----------------------------------'
           DISPLAY 'RESUMO DA QUITACAO ANUAL - ANO ' WS-ANO-DECLARACAO
           DISPLAY 'COBRANCAS LIDAS:      ' WS-COBRANCA-LIDAS
           DISPLAY 'COBRANCAS DO ANO:     ' WS-COBRANCA-USADAS
           DISPLAY 'PAGAMENTOS LIDOS:     ' WS-PAGAMENTO-LIDOS
           DISPLAY 'PAGAMENTOS ATE O ANO: ' WS-PAGAMENTO-USADOS
           DISPLAY 'DECLARACOES QUITACAO: ' WS-QUITADOS-COUNT
           DISPLAY 'DEMONSTRATIVOS ABERTO:' WS-ABERTOS-COUNT
           DISPLAY 'SEM COBRANCA NO ANO:  ' WS-SEM-COBRANCA-COUNT
           DISPLAY 'CHAVES SEM CADASTRO:  ' WS-SEM-CADASTRO-COUNT
           DISPLAY 'A/C RESPONSAVEL:      ' WS-RESPONSAVEL-COUNT
           DISPLAY 'VALOR COBRADO NO ANO: ' WS-TOTAL-COBRADO-ANO
           DISPLAY 'VALOR QUITADO NO ANO: ' WS-TOTAL-QUITADO-ANO
           DISPLAY 'VALOR EM ABERTO:      ' WS-TOTAL-ABERTO-ANO.
       4000-EXIT.
           EXIT.

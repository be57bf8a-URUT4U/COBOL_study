      * Author:JOSE FELIPE
      * Date:12\07\2026
      * Purpose:CARREGAR REGISTROS DO ONLINE PARA O BATCH DE ALUNOS.
      *         SEGURA A TRAVA STUDENT DO LOCKCTL DURANTE A CARGA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO "C:\sistem\CHAVE-CTL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHAVE-STATUS.
      * referencia dos cursos, com o numero de vagas de cada um
           SELECT CURSO-FILE
           ASSIGN TO "C:\sistem\CURSOS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CURSO-STATUS.
      * curso pedido na matricula - CPF e codigo do curso; registro
      * sem linha aqui entra sem curso, como antes
           SELECT MATRICULA-FILE
           ASSIGN TO "C:\sistem\MATRICULA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATRICULA-STATUS.
      * lista de espera por curso, na ordem da data de entrada - o
      * PROG013 promove o primeiro quando uma vaga se abre
           SELECT ESPERA-FILE
           ASSIGN TO "C:\sistem\ESPERA.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESP-CHAVE
           FILE STATUS IS WS-ESPERA-STATUS.
      * responsavel legal do menor, gravado pelo ONLINE pelo CPF
      * do menor
           SELECT GUARDIAN-FILE
           ASSIGN TO "REGGUARD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GU-MINOR-CPF
           FILE STATUS IS WS-GUARDIAN-STATUS.
      * responsavel do aluno menor pela chave do aluno - a declaracao
      * de quitacao e a cobranca vao para ele ate a maioridade
           SELECT RESPONSAVEL-FILE
           ASSIGN TO "C:\sistem\RESPONSAVEL.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSP-NR-CHAVE
           FILE STATUS IS WS-RESPONSAVEL-STATUS.
           SELECT LOAD-ERRO
           ASSIGN TO "C:\sistem\LOAD-ERRO.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
          05 GDA-NR-TEL    PIC 9(11).
          05 GDA-ENDEREC   PIC X(15).
          05 gda-valor     PIC 9(15).
      * A = ativo, S = suspenso, G = formado, C = cancelado, E = em
      * espera de vaga; espaco nos registros gravados antes do campo
      * existir conta como ativo
          05 GDA-STATUS    PIC X(01).
          88 GDA-ATIVO     VALUE 'A' ' '.
          88 GDA-SUSPENSO  VALUE 'S'.
          88 GDA-FORMADO   VALUE 'G'.
          88 GDA-CANCELADO VALUE 'C'.
          88 GDA-EM-ESPERA VALUE 'E'.
      * codigo do curso, validado contra o arquivo CURSOS.txt
          05 GDA-CURSO     PIC X(03).
          FD CHAVE-CONTROL-FILE.
          05 CTL-PROXIMA-CHAVE PIC 9(08).
          05 FILLER            PIC X(01).
          05 CTL-ULTIMO-REG-NR PIC 9(06).
          FD CURSO-FILE.
          01 CURSO-RECORD.
          05 CUR-CODIGO    PIC X(03).
          05 FILLER        PIC X(01).
          05 CUR-NOME      PIC X(30).
          05 FILLER        PIC X(01).
          05 CUR-VALOR-MENSAL PIC 9(15).
          05 FILLER        PIC X(01).
      * vagas do curso; zero ou em branco e curso sem limite
          05 CUR-VAGAS     PIC 9(04).
          FD MATRICULA-FILE.
          01 MATRICULA-RECORD.
          05 MAT-CPF       PIC 9(11).
          05 FILLER        PIC X(01).
          05 MAT-CURSO     PIC X(03).
          FD ESPERA-FILE.
          01 ESPERA-RECORD.
          05 ESP-CHAVE.
          10 ESP-CURSO     PIC X(03).
          10 ESP-DATA      PIC 9(08).
          10 ESP-NR-CHAVE  PIC 9(08).
          FD GUARDIAN-FILE.
          01 GUARDIAN-RECORD.
          05 GU-MINOR-CPF     PIC 9(11).
          05 GU-GUARDIAN-CPF  PIC 9(11).
          05 GU-SOURCE        PIC X(01).
          05 GU-NAME          PIC X(20).
          05 GU-BIRTH-DATE    PIC X(10).
          05 GU-STREET        PIC X(30).
          05 GU-CITY          PIC X(20).
          05 GU-STATE         PIC X(02).
          05 GU-ZIP           PIC X(09).
          05 GU-PHONE         PIC X(15).
          05 GU-LINK-DATE     PIC 9(08).
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
      * atingiu a maioridade (PROG021)
          05 RSP-SITUACAO     PIC X(01).
          88 RSP-MENOR        VALUE 'M'.
          88 RSP-MAIOR        VALUE 'A'.
          05 RSP-DATA-MAIORIDADE PIC 9(08).
          FD LOAD-ERRO.
          01 LOAD-ERRO-REC PIC X(99).

          01 WS-CHAVE-STATUS PIC X(02) VALUE '00'.
          88 WS-CHAVE-STATUS-OK VALUE '00'.

          01 WS-CURSO-STATUS PIC X(02) VALUE '00'.
          88 WS-CURSO-STATUS-OK VALUE '00'.
          01 WS-CURSO-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-CURSOS VALUE 'Y'.
          01 WS-MATRICULA-STATUS PIC X(02) VALUE '00'.
          88 WS-MATRICULA-STATUS-OK VALUE '00'.
          01 WS-MATRICULA-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-MATRICULAS VALUE 'Y'.
          01 WS-ESPERA-STATUS PIC X(02) VALUE '00'.
          88 WS-ESPERA-STATUS-OK VALUE '00'.
          01 WS-STUDENT-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-STUDENTS VALUE 'Y'.
          01 WS-STUDENT-NOVO-FLAG PIC X VALUE 'N'.
          88 WS-STUDENT-NOVO VALUE 'Y'.
          01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
          88 WS-GUARDIAN-STATUS-OK VALUE '00'.
          01 WS-GUARDIAN-FLAG PIC X VALUE 'N'.
          88 WS-GUARDIAN-DISPONIVEL VALUE 'Y'.
          01 WS-RESPONSAVEL-STATUS PIC X(02) VALUE '00'.
          88 WS-RESPONSAVEL-STATUS-OK VALUE '00'.

      * vagas e alunos que ocupam vaga - ativo ou suspenso - por
      * curso, contados no arquivo antes da carga
          01 WS-CURSO-COUNT PIC 9(02) VALUE 0.
          01 WS-CURSO-INDEX PIC 9(02) VALUE 0.
          01 WS-CURSO-SUB PIC 9(02) VALUE 0.
          01 WS-CURSO-TABLE.
             05 WS-CURSO-ENTRY OCCURS 20 TIMES.
                10 WS-CT-CODIGO PIC X(03).
                10 WS-CT-VAGAS  PIC 9(04).
                10 WS-CT-MATRICULADOS PIC 9(05).
          01 WS-CURSO-FOUND-FLAG PIC X VALUE 'N'.
          88 WS-CURSO-FOUND VALUE 'Y'.

          01 WS-MATRICULA-COUNT PIC 9(04) VALUE 0.
          01 WS-MATRICULA-INDEX PIC 9(04) VALUE 0.
          01 WS-MATRICULA-TABLE.
             05 WS-MATRICULA-ENTRY OCCURS 2000 TIMES.
                10 WS-MT-CPF    PIC 9(11).
                10 WS-MT-CURSO  PIC X(03).
          01 WS-MATRICULA-FOUND-FLAG PIC X VALUE 'N'.
          88 WS-MATRICULA-FOUND VALUE 'Y'.
          01 WS-TODAY PIC 9(08) VALUE 0.

          01 WS-PROXIMA-CHAVE PIC 9(08) VALUE 1.
          01 WS-ULTIMO-REG-NR PIC 9(06) VALUE 0.
          01 WS-NOVO-REG-NR   PIC 9(06) VALUE 0.
             05 WS-READ-COUNT     PIC 9(07) VALUE 0.
             05 WS-LOADED-COUNT   PIC 9(07) VALUE 0.
             05 WS-COLLIDED-COUNT PIC 9(07) VALUE 0.
             05 WS-ESPERA-COUNT   PIC 9(07) VALUE 0.
             05 WS-RESPONSAVEL-COUNT PIC 9(07) VALUE 0.
      * trava compartilhada (LOCKCTL) do BATCH.txt - tomada antes de
      * abrir o arquivo para atualizar, devolvida no fim
          01 WS-LOCK-ACTION PIC X(01) VALUE 'L'.
          01 WS-LOCK-NAME PIC X(08) VALUE 'STUDENT'.
          01 WS-LOCK-PROGRAM PIC X(08) VALUE 'PROG008'.
          01 WS-LOCK-RESULT PIC X(01) VALUE SPACE.
          88 WS-LOCK-TAKEN VALUE 'Y'.
          01 WS-LOCK-SAVED-RC PIC 9(04) VALUE 0.
          01 WS-LOCK-HELD-FLAG PIC X VALUE 'N'.
          88 WS-LOCK-HELD VALUE 'Y'.
      * tratador comum de erro de arquivo (FILEERR) - o status ruim
      * vai para o JOBLOG em palavras e acerta o codigo de retorno
          01 WS-FE-PROGRAM PIC X(08) VALUE 'PROG008'.
          01 WS-FE-FILE PIC X(12) VALUE SPACES.
          01 WS-FE-OPERATION PIC X(07) VALUE SPACES.
          01 WS-FE-STATUS PIC X(02) VALUE SPACES.
          01 WS-FE-SEVERITY PIC X(01) VALUE SPACE.
          01 WS-FE-END-RUN PIC X(01) VALUE 'N'.
          01 WS-FE-RETURN-CODE PIC 9(04) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           OPEN INPUT REGISTRY-FILE.
           IF NOT WS-REGISTRY-STATUS-OK
               MOVE 'REGISTRY.DAT' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-REGISTRY-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
               GOBACK
           END-IF.
      * only a file-not-found (35) builds the student file fresh -
      * any other status is a hard failure, never an excuse to
      * truncate the live file
           PERFORM 8000-TAKE-MASTER-LOCK.
           IF NOT WS-LOCK-HELD
               CLOSE REGISTRY-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O STUDENT-FILE.
           IF WS-STUDENT-STATUS = "35"
               OPEN OUTPUT STUDENT-FILE
               SET WS-STUDENT-NOVO TO TRUE
           END-IF.
           IF NOT WS-STUDENT-STATUS-OK
               MOVE 'BATCH.txt' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-STUDENT-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
               PERFORM 8100-RELEASE-MASTER-LOCK
               GOBACK
           END-IF.
           OPEN OUTPUT LOAD-ERRO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 1100-READ-CHAVE-CONTROL.
           PERFORM 1200-LOAD-CURSO-TABLE.
           PERFORM 1300-LOAD-MATRICULA-TABLE.
           IF NOT WS-STUDENT-NOVO
               PERFORM 1400-COUNT-MATRICULADOS UNTIL END-OF-STUDENTS
           END-IF.
      * a primeira espera cria o arquivo da lista
           OPEN I-O ESPERA-FILE.
           IF WS-ESPERA-STATUS = "35"
               OPEN OUTPUT ESPERA-FILE
               CLOSE ESPERA-FILE
               OPEN I-O ESPERA-FILE
           END-IF.
           IF NOT WS-ESPERA-STATUS-OK
               MOVE 'ESPERA.txt' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-ESPERA-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
               PERFORM 8100-RELEASE-MASTER-LOCK
               GOBACK
           END-IF.
      * sem REGGUARD.DAT nenhum menor foi registrado com responsavel
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS-OK
               SET WS-GUARDIAN-DISPONIVEL TO TRUE
               OPEN I-O RESPONSAVEL-FILE
               IF WS-RESPONSAVEL-STATUS = "35"
                   OPEN OUTPUT RESPONSAVEL-FILE
                   CLOSE RESPONSAVEL-FILE
                   OPEN I-O RESPONSAVEL-FILE
               END-IF
               IF NOT WS-RESPONSAVEL-STATUS-OK
                   MOVE 'RESPONSAVEL' TO WS-FE-FILE
                   MOVE 'OPEN'     TO WS-FE-OPERATION
                   MOVE WS-RESPONSAVEL-STATUS TO WS-FE-STATUS
                   MOVE 'S'        TO WS-FE-SEVERITY
                   PERFORM 8200-REPORT-FILE-ERROR
                   PERFORM 8100-RELEASE-MASTER-LOCK
                   GOBACK
               END-IF
           END-IF.
           PERFORM 2000-LOAD-RECORDS UNTIL END-OF-REGISTRY.
           PERFORM 3000-SAVE-CHAVE-CONTROL.
           PERFORM 4000-PRINT-SUMMARY.
           CLOSE REGISTRY-FILE
                 STUDENT-FILE
                 ESPERA-FILE
                 LOAD-ERRO.
           IF WS-GUARDIAN-DISPONIVEL
               CLOSE GUARDIAN-FILE
                     RESPONSAVEL-FILE
           END-IF.
           PERFORM 8100-RELEASE-MASTER-LOCK.
           GOBACK.

      * the next key to issue comes from the control file, so two runs
       1100-EXIT.
           EXIT.

       1200-LOAD-CURSO-TABLE.
           OPEN INPUT CURSO-FILE.
           IF WS-CURSO-STATUS-OK
               PERFORM 1210-READ-CURSO-RECORD UNTIL END-OF-CURSOS
               CLOSE CURSO-FILE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-CURSO-RECORD.
           READ CURSO-FILE
           AT END
             SET END-OF-CURSOS TO TRUE
           NOT AT END
             IF WS-CURSO-COUNT < 20
               ADD 1 TO WS-CURSO-COUNT
               MOVE CUR-CODIGO TO WS-CT-CODIGO(WS-CURSO-COUNT)
               MOVE 0 TO WS-CT-MATRICULADOS(WS-CURSO-COUNT)
               IF CUR-VAGAS IS NUMERIC
                   MOVE CUR-VAGAS TO WS-CT-VAGAS(WS-CURSO-COUNT)
               ELSE
                   MOVE 0 TO WS-CT-VAGAS(WS-CURSO-COUNT)
               END-IF
             END-IF
           END-READ.
       1210-EXIT.
           EXIT.

       1300-LOAD-MATRICULA-TABLE.
           OPEN INPUT MATRICULA-FILE.
           IF WS-MATRICULA-STATUS-OK
               PERFORM 1310-READ-MATRICULA-RECORD
                   UNTIL END-OF-MATRICULAS
               CLOSE MATRICULA-FILE
           END-IF.
       1300-EXIT.
           EXIT.

       1310-READ-MATRICULA-RECORD.
           READ MATRICULA-FILE
           AT END
             SET END-OF-MATRICULAS TO TRUE
           NOT AT END
             IF MAT-CPF IS NUMERIC AND WS-MATRICULA-COUNT < 2000
               ADD 1 TO WS-MATRICULA-COUNT
               MOVE MAT-CPF   TO WS-MT-CPF(WS-MATRICULA-COUNT)
               MOVE MAT-CURSO TO WS-MT-CURSO(WS-MATRICULA-COUNT)
             END-IF
           END-READ.
       1310-EXIT.
           EXIT.

       1400-COUNT-MATRICULADOS.
           READ STUDENT-FILE NEXT RECORD
           AT END
             SET END-OF-STUDENTS TO TRUE
           NOT AT END
             IF GDA-ATIVO OR GDA-SUSPENSO
                 PERFORM 1500-FIND-CURSO
                 IF WS-CURSO-FOUND
                     ADD 1 TO WS-CT-MATRICULADOS(WS-CURSO-SUB)
                 END-IF
             END-IF
           END-READ.
       1400-EXIT.
           EXIT.

       1500-FIND-CURSO.
           MOVE 'N' TO WS-CURSO-FOUND-FLAG
           MOVE 0 TO WS-CURSO-SUB
           PERFORM VARYING WS-CURSO-INDEX FROM 1 BY 1
               UNTIL WS-CURSO-INDEX > WS-CURSO-COUNT
               OR WS-CURSO-FOUND
               IF WS-CT-CODIGO(WS-CURSO-INDEX) = GDA-CURSO
                   SET WS-CURSO-FOUND TO TRUE
                   MOVE WS-CURSO-INDEX TO WS-CURSO-SUB
               END-IF
           END-PERFORM.
       1500-EXIT.
           EXIT.

       2000-LOAD-RECORDS.
           READ REGISTRY-FILE NEXT RECORD
           AT END
             IF RG-REG-NUMBER > WS-ULTIMO-REG-NR
                 IF RG-STATUS NOT = 'C' AND RG-STATUS NOT = 'L'
                     PERFORM 2100-BUILD-STUDENT-RECORD
                     PERFORM 2120-ASSIGN-CURSO
                     PERFORM 2200-INSERT-STUDENT-RECORD
                 END-IF
                 IF RG-REG-NUMBER > WS-NOVO-REG-NR
           MOVE RG-STREET TO GDA-ENDEREC
           MOVE ZEROS TO gda-valor
           MOVE 'A' TO GDA-STATUS
      * o curso vem do MATRICULA.txt; sem ele e atribuido depois,
      * em branco ate la
           MOVE SPACES TO GDA-CURSO.
       2100-EXIT.
           EXIT.

      * curso lotado - o aluno entra em espera em vez de ativo
       2120-ASSIGN-CURSO.
           MOVE 'N' TO WS-MATRICULA-FOUND-FLAG
           PERFORM VARYING WS-MATRICULA-INDEX FROM 1 BY 1
               UNTIL WS-MATRICULA-INDEX > WS-MATRICULA-COUNT
               OR WS-MATRICULA-FOUND
               IF WS-MT-CPF(WS-MATRICULA-INDEX) = RG-CPF
                   SET WS-MATRICULA-FOUND TO TRUE
                   MOVE WS-MT-CURSO(WS-MATRICULA-INDEX) TO GDA-CURSO
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CURSO-SUB
           IF WS-MATRICULA-FOUND
               PERFORM 1500-FIND-CURSO
               IF WS-CURSO-FOUND
                  AND WS-CT-VAGAS(WS-CURSO-SUB) > 0
                  AND WS-CT-MATRICULADOS(WS-CURSO-SUB)
                      >= WS-CT-VAGAS(WS-CURSO-SUB)
                   MOVE 'E' TO GDA-STATUS
               END-IF
           END-IF.
       2120-EXIT.
           EXIT.

       2150-EXTRACT-PHONE-DIGITS.
           MOVE ZEROS TO WS-PHONE-DIGITS
           MOVE ZERO TO WS-PHONE-OUT
             DISPLAY 'PROG008: CHAVE JA EXISTE ' GDA-NR-CHAVE
           NOT INVALID KEY
             ADD 1 TO WS-LOADED-COUNT
             IF WS-GUARDIAN-DISPONIVEL
                 PERFORM 2300-WRITE-RESPONSAVEL
             END-IF
             IF GDA-EM-ESPERA
                 PERFORM 2250-WRITE-ESPERA-RECORD
             ELSE
                 IF WS-CURSO-SUB > 0
                     ADD 1 TO WS-CT-MATRICULADOS(WS-CURSO-SUB)
                 END-IF
             END-IF
           END-WRITE
           ADD 1 TO WS-PROXIMA-CHAVE.
       2200-EXIT.
           EXIT.

       2250-WRITE-ESPERA-RECORD.
           MOVE GDA-CURSO    TO ESP-CURSO
           MOVE WS-TODAY     TO ESP-DATA
           MOVE GDA-NR-CHAVE TO ESP-NR-CHAVE
           WRITE ESPERA-RECORD
           INVALID KEY
             DISPLAY 'PROG008: WRITE FALHOU ' ESP-CHAVE
             MOVE 'ESPERA.txt' TO WS-FE-FILE
             MOVE 'WRITE'    TO WS-FE-OPERATION
             MOVE WS-ESPERA-STATUS TO WS-FE-STATUS
             MOVE 'E'        TO WS-FE-SEVERITY
             PERFORM 8200-REPORT-FILE-ERROR
           NOT INVALID KEY
             ADD 1 TO WS-ESPERA-COUNT
           END-WRITE.
       2250-EXIT.
           EXIT.

      * registro de menor com responsavel - o vinculo passa para a
      * chave do aluno, como menor ate o PROG021 marcar a maioridade
       2300-WRITE-RESPONSAVEL.
           MOVE RG-CPF TO GU-MINOR-CPF
           READ GUARDIAN-FILE
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             PERFORM 2310-INSERT-RESPONSAVEL
           END-READ.
       2300-EXIT.
           EXIT.

       2310-INSERT-RESPONSAVEL.
           MOVE GDA-NR-CHAVE    TO RSP-NR-CHAVE
           MOVE GU-GUARDIAN-CPF TO RSP-CPF
           MOVE GU-NAME         TO RSP-NOME
           MOVE GU-STREET       TO RSP-ENDEREC
           MOVE GU-CITY         TO RSP-CIDADE
           MOVE GU-STATE        TO RSP-UF
           MOVE GU-ZIP          TO RSP-CEP
           MOVE GU-PHONE        TO RSP-TEL
           MOVE 'M'             TO RSP-SITUACAO
           MOVE ZEROS           TO RSP-DATA-MAIORIDADE
           WRITE RESPONSAVEL-RECORD
           INVALID KEY
             DISPLAY 'PROG008: WRITE FALHOU RESPONSAVEL ' RSP-NR-CHAVE
             MOVE 'RESPONSAVEL' TO WS-FE-FILE
             MOVE 'WRITE'    TO WS-FE-OPERATION
             MOVE WS-RESPONSAVEL-STATUS TO WS-FE-STATUS
             MOVE 'E'        TO WS-FE-SEVERITY
             PERFORM 8200-REPORT-FILE-ERROR
           NOT INVALID KEY
             ADD 1 TO WS-RESPONSAVEL-COUNT
           END-WRITE.
       2310-EXIT.
           EXIT.

       3000-SAVE-CHAVE-CONTROL.
           IF WS-NOVO-REG-NR < WS-ULTIMO-REG-NR
               MOVE WS-ULTIMO-REG-NR TO WS-NOVO-REG-NR
               WRITE CHAVE-CONTROL-RECORD
               CLOSE CHAVE-CONTROL-FILE
           ELSE
               MOVE 'CHAVE-CTL' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-CHAVE-STATUS TO WS-FE-STATUS
               MOVE 'E'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
           END-IF.
       3000-EXIT.
           EXIT.
           DISPLAY 'REGISTROS LIDOS:      ' WS-READ-COUNT
           DISPLAY 'REGISTROS CARREGADOS: ' WS-LOADED-COUNT
           DISPLAY 'CHAVES EM CONFLITO:   ' WS-COLLIDED-COUNT
           DISPLAY 'EM LISTA DE ESPERA:   ' WS-ESPERA-COUNT
           DISPLAY 'COM RESPONSAVEL:      ' WS-RESPONSAVEL-COUNT
           DISPLAY 'PROXIMA CHAVE:        ' WS-PROXIMA-CHAVE
           DISPLAY 'ULTIMO REG CARREGADO: ' WS-NOVO-REG-NR.
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

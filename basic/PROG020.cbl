      ******************************************************************
      * Author:JOSE FELIPE
      * Date:12\07\2026
      * Purpose:RELATORIO DE VAGAS POR CURSO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG020.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE
           ASSIGN TO "C:\sistem\BATCH.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GDA-NR-CHAVE
           FILE STATUS IS WS-INPUT-STATUS.
      * referencia dos cursos, com o numero de vagas de cada um
           SELECT CURSO-FILE
           ASSIGN TO "C:\sistem\CURSOS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CURSO-STATUS.
           SELECT VAGAS-REPORT
           ASSIGN TO "C:\sistem\BATCH-VAGAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
          FD INPUT-FILE.
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
      * A = ativo, S = suspenso, G = formado, C = cancelado, E = em
      * espera de vaga; espaco nos registros gravados antes do campo
      * existir conta como ativo
          05 GDA-STATUS    PIC X(01).
          88 GDA-ATIVO     VALUE 'A' ' '.
          88 GDA-SUSPENSO  VALUE 'S'.
          88 GDA-EM-ESPERA VALUE 'E'.
          05 GDA-CURSO     PIC X(03).
          FD CURSO-FILE.
          01 CURSO-RECORD.
          05 CUR-CODIGO    PIC X(03).
          05 FILLER        PIC X(01).
          05 CUR-NOME      PIC X(30).
          05 FILLER        PIC X(01).
          05 CUR-VALOR-MENSAL PIC 9(15).
          05 FILLER        PIC X(01).
          05 CUR-VAGAS     PIC 9(04).
          FD VAGAS-REPORT.
          01 VAGAS-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
          01 WS-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-INPUT VALUE 'Y'.
          01 WS-INPUT-STATUS PIC X(02) VALUE '00'.
          88 WS-INPUT-STATUS-OK VALUE '00'.
          01 WS-CURSO-STATUS PIC X(02) VALUE '00'.
          88 WS-CURSO-STATUS-OK VALUE '00'.
          01 WS-CURSO-EOF-FLAG PIC X VALUE 'N'.
          88 END-OF-CURSOS VALUE 'Y'.

          01 WS-CURSO-COUNT PIC 9(02) VALUE 0.
          01 WS-CURSO-INDEX PIC 9(02) VALUE 0.
          01 WS-CURSO-SUB PIC 9(02) VALUE 0.
          01 WS-CURSO-TABLE.
             05 WS-CURSO-ENTRY OCCURS 20 TIMES.
                10 WS-CT-CODIGO PIC X(03).
                10 WS-CT-NOME   PIC X(30).
                10 WS-CT-VAGAS  PIC 9(04).
                10 WS-CT-ALUNOS PIC 9(06).
                10 WS-CT-ESPERA PIC 9(06).
          01 WS-CURSO-FOUND-FLAG PIC X VALUE 'N'.
          88 WS-CURSO-FOUND VALUE 'Y'.
          01 WS-VAGAS-LIVRES PIC 9(06) VALUE 0.

          01 WS-SUMMARY-COUNTERS.
             05 WS-READ-COUNT     PIC 9(07) VALUE 0.
             05 WS-ALUNOS-COUNT   PIC 9(07) VALUE 0.
             05 WS-ESPERA-COUNT   PIC 9(07) VALUE 0.
             05 WS-SEM-CURSO-COUNT PIC 9(07) VALUE 0.
             05 WS-LOTADO-COUNT   PIC 9(07) VALUE 0.

          01 VAGAS-HEADING-1.
             05 FILLER PIC X(30) VALUE 'VAGAS POR CURSO'.
             05 FILLER PIC X(50) VALUE SPACES.

          01 VAGAS-HEADING-2.
             05 FILLER PIC X(34) VALUE 'CUR NOME'.
             05 FILLER PIC X(07) VALUE '  VAGAS'.
             05 FILLER PIC X(07) VALUE ' ALUNOS'.
             05 FILLER PIC X(07) VALUE ' ESPERA'.
             05 FILLER PIC X(07) VALUE ' LIVRES'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 FILLER PIC X(10) VALUE 'SITUACAO'.
             05 FILLER PIC X(07) VALUE SPACES.

          01 VAGAS-DETAIL-LINE.
             05 VDL-CURSO      PIC X(03).
             05 FILLER         PIC X(01) VALUE SPACE.
             05 VDL-NOME       PIC X(30).
             05 FILLER         PIC X(01) VALUE SPACE.
             05 VDL-VAGAS      PIC Z(05)9.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 VDL-ALUNOS     PIC Z(05)9.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 VDL-ESPERA     PIC Z(05)9.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 VDL-LIVRES     PIC Z(05)9.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 VDL-SITUACAO   PIC X(10).
             05 FILLER         PIC X(07) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           PERFORM 1200-LOAD-CURSO-TABLE.
           OPEN INPUT INPUT-FILE.
           IF NOT WS-INPUT-STATUS-OK
               DISPLAY "PROG020: UNABLE TO OPEN BATCH.txt, STATUS = "
                   WS-INPUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-COUNT-STUDENTS UNTIL END-OF-INPUT.
           OPEN OUTPUT VAGAS-REPORT.
           MOVE VAGAS-HEADING-1 TO VAGAS-REPORT-LINE
           WRITE VAGAS-REPORT-LINE.
           MOVE VAGAS-HEADING-2 TO VAGAS-REPORT-LINE
           WRITE VAGAS-REPORT-LINE.
           PERFORM 3000-PRINT-ONE-CURSO
               VARYING WS-CURSO-INDEX FROM 1 BY 1
               UNTIL WS-CURSO-INDEX > WS-CURSO-COUNT.
           PERFORM 4000-PRINT-SUMMARY.
           CLOSE INPUT-FILE
                 VAGAS-REPORT.
           GOBACK.

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
               MOVE CUR-NOME   TO WS-CT-NOME(WS-CURSO-COUNT)
               MOVE 0 TO WS-CT-ALUNOS(WS-CURSO-COUNT)
                         WS-CT-ESPERA(WS-CURSO-COUNT)
               IF CUR-VAGAS IS NUMERIC
                   MOVE CUR-VAGAS TO WS-CT-VAGAS(WS-CURSO-COUNT)
               ELSE
                   MOVE 0 TO WS-CT-VAGAS(WS-CURSO-COUNT)
               END-IF
             END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      * ativo e suspenso ocupam vaga; formado e cancelado nao
       2000-COUNT-STUDENTS.
           READ INPUT-FILE NEXT RECORD
           AT END
             SET END-OF-INPUT TO TRUE
           NOT AT END
            ADD 1 TO WS-READ-COUNT
            IF GDA-ATIVO OR GDA-SUSPENSO OR GDA-EM-ESPERA
                PERFORM 2100-FIND-CURSO
                IF WS-CURSO-FOUND
                    IF GDA-EM-ESPERA
                        ADD 1 TO WS-CT-ESPERA(WS-CURSO-SUB)
                        ADD 1 TO WS-ESPERA-COUNT
                    ELSE
                        ADD 1 TO WS-CT-ALUNOS(WS-CURSO-SUB)
                        ADD 1 TO WS-ALUNOS-COUNT
                    END-IF
                ELSE
                    ADD 1 TO WS-SEM-CURSO-COUNT
                END-IF
            END-IF
           END-READ.
       2000-EXIT.
           EXIT.

       2100-FIND-CURSO.
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
       2100-EXIT.
           EXIT.

      * curso sem vagas cadastradas nao tem limite - vagas e livres
      * saem zerados
       3000-PRINT-ONE-CURSO.
           MOVE WS-CT-CODIGO(WS-CURSO-INDEX) TO VDL-CURSO
           MOVE WS-CT-NOME(WS-CURSO-INDEX)   TO VDL-NOME
           MOVE WS-CT-VAGAS(WS-CURSO-INDEX)  TO VDL-VAGAS
           MOVE WS-CT-ALUNOS(WS-CURSO-INDEX) TO VDL-ALUNOS
           MOVE WS-CT-ESPERA(WS-CURSO-INDEX) TO VDL-ESPERA
           MOVE 0 TO WS-VAGAS-LIVRES
           EVALUATE TRUE
               WHEN WS-CT-VAGAS(WS-CURSO-INDEX) = 0
                   MOVE 'SEM LIMITE' TO VDL-SITUACAO
               WHEN WS-CT-ALUNOS(WS-CURSO-INDEX)
                    >= WS-CT-VAGAS(WS-CURSO-INDEX)
                   MOVE 'LOTADO'     TO VDL-SITUACAO
                   ADD 1 TO WS-LOTADO-COUNT
               WHEN OTHER
                   COMPUTE WS-VAGAS-LIVRES =
                       WS-CT-VAGAS(WS-CURSO-INDEX)
                       - WS-CT-ALUNOS(WS-CURSO-INDEX)
                   MOVE 'COM VAGAS'  TO VDL-SITUACAO
           END-EVALUATE
           MOVE WS-VAGAS-LIVRES TO VDL-LIVRES
           MOVE VAGAS-DETAIL-LINE TO VAGAS-REPORT-LINE
           WRITE VAGAS-REPORT-LINE.
       3000-EXIT.
           EXIT.

       4000-PRINT-SUMMARY.
           DISPLAY '----------------------------------'
           DISPLAY 'RESUMO DAS VAGAS'
           DISPLAY 'ALUNOS LIDOS:         ' WS-READ-COUNT
           DISPLAY 'CURSOS:               ' WS-CURSO-COUNT
           DISPLAY 'CURSOS LOTADOS:       ' WS-LOTADO-COUNT
           DISPLAY 'ALUNOS EM CURSO:      ' WS-ALUNOS-COUNT
           DISPLAY 'ALUNOS EM ESPERA:     ' WS-ESPERA-COUNT
           DISPLAY 'CURSO NAO CADASTRADO: ' WS-SEM-CURSO-COUNT.
       4000-EXIT.
           EXIT.

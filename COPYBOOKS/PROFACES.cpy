      ******************************************************************
      * PROFACES.cpy
      * CONFERE SE O OPERADOR LOGADO PODE MEXER NAS NOTAS/FREQUENCIA DA
      * TURMA WS-PACE-TURMA, DISCIPLINA WS-PACE-DISC, NO ANO LETIVO
      * WS-PACE-ANO. SO O PERFIL PROFESSOR ('P', VER WSLOGON) E
      * RESTRITO: O OPERADOR PRECISA ESTAR LIGADO A UM PROFESSOR DE
      * PROFESSOR.DAT (PROF-OPERADOR) E ESSE PROFESSOR PRECISA TER A
      * ATRIBUICAO EM ATRIBUICAO.DAT; COM WS-PACE-DISC EM BRANCO BASTA
      * QUALQUER DISCIPLINA DA TURMA NO ANO. OS DEMAIS PERFIS SEGUEM
      * LIBERADOS. O PROGRAMA CHAMADOR DECLARA OS SELECT/FD DE
      * PROF-FILE E ATR-FILE (VER PROFDATA/ATRIBDATA, ACESSO DYNAMIC),
      * FAZ O LOGON, PREENCHE WS-PACE-ANO/TURMA/DISC (VER WSPROFACES)
      * E FAZ PERFORM P-PROF-AUTORIZA; O RESULTADO FICA EM WS-PACE-OK.
      ******************************************************************
       P-PROF-AUTORIZA.
           MOVE 'S' TO WS-PACE-OK
           IF NOT WS-OPERADOR-PROFESSOR THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PACE-OK
           MOVE 0   TO WS-PACE-PROF-ID

           OPEN INPUT PROF-FILE
           IF WS-PROF-STATUS EQUAL 35 THEN
               DISPLAY "PROFESSOR.DAT AINDA NAO FOI CRIADO "
                       "(VER PROFMNT)"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PACE-EOF
           PERFORM UNTIL WS-PACE-EOF = 'S'
               READ PROF-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-PACE-EOF
                   NOT AT END
                       IF PROF-OPERADOR = WS-OPERADOR-ID THEN
                           MOVE PROF-ID TO WS-PACE-PROF-ID
                           MOVE 'S' TO WS-PACE-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROF-FILE
           IF WS-PACE-PROF-ID = 0 THEN
               DISPLAY "OPERADOR " WS-OPERADOR-ID
                       " NAO ESTA LIGADO A NENHUM PROFESSOR"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ATR-FILE
           IF WS-ATR-STATUS EQUAL 35 THEN
               DISPLAY "NENHUMA ATRIBUICAO DE AULAS CADASTRADA"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PACE-ANO   TO ATR-ANO
           MOVE WS-PACE-TURMA TO ATR-TURMA
           IF WS-PACE-DISC NOT = SPACES THEN
               MOVE WS-PACE-DISC TO ATR-DISCIPLINA
               READ ATR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ATR-PROF-ID = WS-PACE-PROF-ID THEN
                           MOVE 'S' TO WS-PACE-OK
                       END-IF
               END-READ
           ELSE
               MOVE LOW-VALUES TO ATR-DISCIPLINA
               MOVE 'N' TO WS-PACE-EOF
               START ATR-FILE KEY IS NOT LESS THAN ATR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-PACE-EOF
               END-START
               PERFORM UNTIL WS-PACE-EOF = 'S'
                   READ ATR-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-PACE-EOF
                       NOT AT END
                           IF ATR-ANO NOT = WS-PACE-ANO OR
                              ATR-TURMA NOT = WS-PACE-TURMA THEN
                               MOVE 'S' TO WS-PACE-EOF
                           ELSE
                               IF ATR-PROF-ID = WS-PACE-PROF-ID THEN
                                   MOVE 'S' TO WS-PACE-OK
                                   MOVE 'S' TO WS-PACE-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ATR-FILE
           IF WS-PACE-OK NOT = 'S' THEN
               DISPLAY "TURMA " WS-PACE-TURMA " / " WS-PACE-DISC
                       " / " WS-PACE-ANO
                       " NAO ESTA ATRIBUIDA A ESTE PROFESSOR"
           END-IF.

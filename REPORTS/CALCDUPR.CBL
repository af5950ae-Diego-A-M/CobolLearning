       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDUPR.
      *================================================================
      * RELATORIO DAS SUSPEITAS DE DUPLICIDADE RETIDAS NO CALCDUP
      * POR YOUR-PROGRAM-NAME (VER CALCDUP.CPY). CADA SUSPEITO SAI
      * AO LADO DO REGISTRO IGUAL QUE O SEGUROU - O LANCAMENTO DO
      * CALCHIST (ORIGEM H) OU O ITEM RETIDO NO CALCPEND (ORIGEM P) -
      * PARA QUEM VAI DECIDIR PELO CALCDUP VER OS DOIS JUNTOS.
      * PARM: DATA DE NEGOCIO (AAAAMMDD) - LISTA TODOS OS SUSPEITOS
      *       DAQUELA DATA, EM QUALQUER STATUS. SEM PARM, LISTA SO
      *       OS AINDA EM REVISAO (STATUS 'D'), DE QUALQUER DATA.
      * TERMINA COM RC=4 QUANDO HA SUSPEITO AINDA EM REVISAO NA
      * LISTAGEM E RC=8 QUANDO O HISTORICO NAO PODE SER ABERTO.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALC-DUP-FILE ASSIGN TO 'CALCDUP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPF-STATUS.

           SELECT OPTIONAL CALC-PEND-FILE ASSIGN TO 'CALCPEND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT CALC-HIST-FILE ASSIGN TO 'CALCHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               ALTERNATE RECORD KEY IS CH-OPERATOR-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CALC-DUP-RPT ASSIGN TO 'CALCDUPO'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-DUP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCDUP.

       FD  CALC-PEND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCPND.

       FD  CALC-HIST-FILE.
       COPY HISTFILE.

       FD  CALC-DUP-RPT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-RUN-PARM                 PIC X(08) VALUE SPACES.
       77  WS-TARGET-DATE              PIC 9(08) VALUE ZEROS.
       77  WS-DUPF-STATUS              PIC X(02) VALUE SPACES.
       77  WS-PEND-STATUS              PIC X(02) VALUE SPACES.
       77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
       77  WS-EOF-DUP                  PIC X(01) VALUE 'N'.
       77  WS-EOF-PEND                 PIC X(01) VALUE 'N'.
       77  WS-ACHOU                    PIC X(01) VALUE 'N'.
       77  WS-QTDE-LISTADOS            PIC 9(06) VALUE ZEROS.
       77  WS-QTDE-EM-REVISAO          PIC 9(06) VALUE ZEROS.
       77  WS-QTDE-LIBERADOS           PIC 9(06) VALUE ZEROS.
       77  WS-QTDE-RECUSADOS           PIC 9(06) VALUE ZEROS.
       77  WS-QTDE-SEM-PAR             PIC 9(06) VALUE ZEROS.
       77  WS-RESULT                   PIC S9(13)V99 VALUE ZEROS.
       77  WS-NUM1-EDIT                PIC +9(07).99 VALUE ZEROS.
       77  WS-NUM2-EDIT                PIC +9(07).99 VALUE ZEROS.
       77  WS-RESULT-EDIT              PIC +9(13).99 VALUE ZEROS.
       PROCEDURE DIVISION.
       P001-INICIO.

            ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
            IF WS-RUN-PARM IS NUMERIC AND WS-RUN-PARM NOT = ZEROS
                MOVE WS-RUN-PARM TO WS-TARGET-DATE
            END-IF.

            OPEN INPUT CALC-HIST-FILE.
            IF WS-HIST-STATUS NOT = '00'
                DISPLAY 'CALC-HIST-FILE INDISPONIVEL, STATUS: '
                    WS-HIST-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT CALC-DUP-RPT.

            MOVE SPACES TO RPT-LINE.
            IF WS-TARGET-DATE = ZEROS
                MOVE 'SUSPEITAS DE DUPLICIDADE EM REVISAO' TO RPT-LINE
            ELSE
                STRING 'SUSPEITAS DE DUPLICIDADE - DATA '
                                              DELIMITED BY SIZE
                       WS-TARGET-DATE         DELIMITED BY SIZE
                    INTO RPT-LINE
            END-IF.
            WRITE RPT-LINE.

            MOVE 'N' TO WS-EOF-DUP.
            OPEN INPUT CALC-DUP-FILE.
            IF WS-DUPF-STATUS = '00'
                PERFORM UNTIL WS-EOF-DUP = 'S'
                    READ CALC-DUP-FILE
                        AT END
                            MOVE 'S' TO WS-EOF-DUP
                        NOT AT END
                            PERFORM P100-SELECIONA
                    END-READ
                END-PERFORM
                CLOSE CALC-DUP-FILE
            END-IF.

            PERFORM P900-IMPRIME-TOTAIS.

            CLOSE CALC-DUP-RPT.
            CLOSE CALC-HIST-FILE.

            IF WS-QTDE-EM-REVISAO > ZEROS
                DISPLAY 'SUSPEITOS AGUARDANDO REVISAO NO CALCDUP: '
                    WS-QTDE-EM-REVISAO
                MOVE 4 TO RETURN-CODE
            END-IF.

            STOP RUN.

       P100-SELECIONA.

            IF WS-TARGET-DATE = ZEROS
                IF DU-STATUS = 'D'
                    PERFORM P200-LISTA-SUSPEITO
                END-IF
            ELSE
                IF DU-BUS-DATE = WS-TARGET-DATE
                    PERFORM P200-LISTA-SUSPEITO
                END-IF
            END-IF.

       P200-LISTA-SUSPEITO.

            ADD 1 TO WS-QTDE-LISTADOS.
            IF DU-STATUS = 'D'
                ADD 1 TO WS-QTDE-EM-REVISAO
            END-IF.
            IF DU-STATUS = 'L'
                ADD 1 TO WS-QTDE-LIBERADOS
            END-IF.
            IF DU-STATUS = 'R'
                ADD 1 TO WS-QTDE-RECUSADOS
            END-IF.

            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE SPACES TO RPT-LINE.
            STRING 'SUSPEITO  ' DELIMITED BY SIZE
                   DU-RUN-NUMBER DELIMITED BY SIZE
                   '/'           DELIMITED BY SIZE
                   DU-SEQ-NUM    DELIMITED BY SIZE
                   ' DATA '      DELIMITED BY SIZE
                   DU-BUS-DATE   DELIMITED BY SIZE
                   ' OPER '      DELIMITED BY SIZE
                   DU-OPERATOR-ID DELIMITED BY SIZE
                   ' STATUS '    DELIMITED BY SIZE
                   DU-STATUS     DELIMITED BY SIZE
                   ' ALCADA '    DELIMITED BY SIZE
                   DU-ALCADA     DELIMITED BY SIZE
                   ' REG '       DELIMITED BY SIZE
                   DU-REGION-ID  DELIMITED BY SIZE
                INTO RPT-LINE.
            WRITE RPT-LINE.

            MOVE DU-NUM1   TO WS-NUM1-EDIT.
            MOVE DU-NUM2   TO WS-NUM2-EDIT.
            PERFORM P250-RECALCULA-RESULTADO.
            MOVE WS-RESULT TO WS-RESULT-EDIT.
            MOVE SPACES TO RPT-LINE.
            STRING '          ' DELIMITED BY SIZE
                   DU-OPERATION  DELIMITED BY SIZE
                   ' '           DELIMITED BY SIZE
                   WS-NUM1-EDIT  DELIMITED BY SIZE
                   ' '           DELIMITED BY SIZE
                   WS-NUM2-EDIT  DELIMITED BY SIZE
                   ' = '         DELIMITED BY SIZE
                   WS-RESULT-EDIT DELIMITED BY SIZE
                INTO RPT-LINE.
            WRITE RPT-LINE.

            IF DU-MATCH-SOURCE = 'H'
                PERFORM P300-PAR-HISTORICO
            ELSE
                PERFORM P400-PAR-PENDENTE
            END-IF.

      *    O RESULTADO NAO FICA NO CALCDUP; E REFEITO COMO NO
      *    P100-CALC DE YOUR-PROGRAM-NAME E NO CALCDUP.
       P250-RECALCULA-RESULTADO.

            MOVE ZEROS TO WS-RESULT.
            EVALUATE DU-OPERATION
                WHEN 'M'
                    COMPUTE WS-RESULT = DU-NUM1 * DU-NUM2
                        ON SIZE ERROR MOVE ZEROS TO WS-RESULT
                    END-COMPUTE
                WHEN 'A'
                    COMPUTE WS-RESULT = DU-NUM1 + DU-NUM2
                        ON SIZE ERROR MOVE ZEROS TO WS-RESULT
                    END-COMPUTE
                WHEN 'S'
                    COMPUTE WS-RESULT = DU-NUM1 - DU-NUM2
                        ON SIZE ERROR MOVE ZEROS TO WS-RESULT
                    END-COMPUTE
                WHEN 'D'
                    IF DU-NUM2 NOT = ZEROS
                        COMPUTE WS-RESULT = DU-NUM1 / DU-NUM2
                            ON SIZE ERROR MOVE ZEROS TO WS-RESULT
                        END-COMPUTE
                    END-IF
            END-EVALUATE.

      *    O PAR NO HISTORICO ESTA NA MESMA DATA DE NEGOCIO DO
      *    SUSPEITO, NO SEQUENCIAL DU-MATCH-SEQ.
       P300-PAR-HISTORICO.

            MOVE DU-BUS-DATE  TO CH-RUN-DATE.
            MOVE DU-MATCH-SEQ TO CH-SEQ-NUM.
            READ CALC-HIST-FILE
                INVALID KEY
                    MOVE 'N' TO WS-ACHOU
                NOT INVALID KEY
                    MOVE 'S' TO WS-ACHOU
            END-READ.

            MOVE SPACES TO RPT-LINE.
            IF WS-ACHOU = 'S'
                STRING 'IGUAL A   CALCHIST ' DELIMITED BY SIZE
                       CH-RUN-DATE   DELIMITED BY SIZE
                       '/'           DELIMITED BY SIZE
                       CH-SEQ-NUM    DELIMITED BY SIZE
                       ' EXEC '      DELIMITED BY SIZE
                       CH-RUN-NUMBER DELIMITED BY SIZE
                       ' OPER '      DELIMITED BY SIZE
                       CH-OPERATOR-ID DELIMITED BY SIZE
                       ' STATUS '    DELIMITED BY SIZE
                       CH-STATUS     DELIMITED BY SIZE
                    INTO RPT-LINE
                WRITE RPT-LINE
                MOVE CH-NUM1   TO WS-NUM1-EDIT
                MOVE CH-NUM2   TO WS-NUM2-EDIT
                MOVE CH-RESULT TO WS-RESULT-EDIT
                MOVE SPACES TO RPT-LINE
                STRING '          ' DELIMITED BY SIZE
                       CH-OPERATION  DELIMITED BY SIZE
                       ' '           DELIMITED BY SIZE
                       WS-NUM1-EDIT  DELIMITED BY SIZE
                       ' '           DELIMITED BY SIZE
                       WS-NUM2-EDIT  DELIMITED BY SIZE
                       ' = '         DELIMITED BY SIZE
                       WS-RESULT-EDIT DELIMITED BY SIZE
                    INTO RPT-LINE
            ELSE
                ADD 1 TO WS-QTDE-SEM-PAR
                STRING 'IGUAL A   CALCHIST ' DELIMITED BY SIZE
                       DU-BUS-DATE   DELIMITED BY SIZE
                       '/'           DELIMITED BY SIZE
                       DU-MATCH-SEQ  DELIMITED BY SIZE
                       ' EXEC '      DELIMITED BY SIZE
                       DU-MATCH-RUN  DELIMITED BY SIZE
                       ' - NAO ESTA MAIS NO HISTORICO'
                                     DELIMITED BY SIZE
                    INTO RPT-LINE
            END-IF.
            WRITE RPT-LINE.

       P400-PAR-PENDENTE.

            MOVE 'N' TO WS-ACHOU.
            MOVE 'N' TO WS-EOF-PEND.
            OPEN INPUT CALC-PEND-FILE.
            IF WS-PEND-STATUS = '00'
                PERFORM UNTIL WS-EOF-PEND = 'S'
                    READ CALC-PEND-FILE
                        AT END
                            MOVE 'S' TO WS-EOF-PEND
                        NOT AT END
                            IF PD-KEY = DU-MATCH-KEY
                                MOVE 'S' TO WS-ACHOU
                                MOVE 'S' TO WS-EOF-PEND
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CALC-PEND-FILE
            END-IF.

            MOVE SPACES TO RPT-LINE.
            IF WS-ACHOU = 'S'
                STRING 'IGUAL A   CALCPEND ' DELIMITED BY SIZE
                       PD-RUN-NUMBER DELIMITED BY SIZE
                       '/'           DELIMITED BY SIZE
                       PD-SEQ-NUM    DELIMITED BY SIZE
                       ' DATA '      DELIMITED BY SIZE
                       PD-BUS-DATE   DELIMITED BY SIZE
                       ' OPER '      DELIMITED BY SIZE
                       PD-OPERATOR-ID DELIMITED BY SIZE
                       ' STATUS '    DELIMITED BY SIZE
                       PD-STATUS     DELIMITED BY SIZE
                    INTO RPT-LINE
                WRITE RPT-LINE
                MOVE PD-NUM1   TO WS-NUM1-EDIT
                MOVE PD-NUM2   TO WS-NUM2-EDIT
                MOVE PD-RESULT TO WS-RESULT-EDIT
                MOVE SPACES TO RPT-LINE
                STRING '          ' DELIMITED BY SIZE
                       PD-OPERATION  DELIMITED BY SIZE
                       ' '           DELIMITED BY SIZE
                       WS-NUM1-EDIT  DELIMITED BY SIZE
                       ' '           DELIMITED BY SIZE
                       WS-NUM2-EDIT  DELIMITED BY SIZE
                       ' = '         DELIMITED BY SIZE
                       WS-RESULT-EDIT DELIMITED BY SIZE
                    INTO RPT-LINE
            ELSE
                ADD 1 TO WS-QTDE-SEM-PAR
                STRING 'IGUAL A   CALCPEND ' DELIMITED BY SIZE
                       DU-MATCH-RUN  DELIMITED BY SIZE
                       '/'           DELIMITED BY SIZE
                       DU-MATCH-SEQ  DELIMITED BY SIZE
                       ' - NAO ENCONTRADO NO CALCPEND'
                                     DELIMITED BY SIZE
                    INTO RPT-LINE
            END-IF.
            WRITE RPT-LINE.

       P900-IMPRIME-TOTAIS.

            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE SPACES TO RPT-LINE.
            STRING 'SUSPEITOS LISTADOS:  ' DELIMITED BY SIZE
                   WS-QTDE-LISTADOS       DELIMITED BY SIZE
                INTO RPT-LINE.
            WRITE RPT-LINE.

            MOVE SPACES TO RPT-LINE.
            STRING 'EM REVISAO:          ' DELIMITED BY SIZE
                   WS-QTDE-EM-REVISAO     DELIMITED BY SIZE
                INTO RPT-LINE.
            WRITE RPT-LINE.

            MOVE SPACES TO RPT-LINE.
            STRING 'LIBERADOS:           ' DELIMITED BY SIZE
                   WS-QTDE-LIBERADOS      DELIMITED BY SIZE
                INTO RPT-LINE.
            WRITE RPT-LINE.

            MOVE SPACES TO RPT-LINE.
            STRING 'RECUSADOS:           ' DELIMITED BY SIZE
                   WS-QTDE-RECUSADOS      DELIMITED BY SIZE
                INTO RPT-LINE.
            WRITE RPT-LINE.

            MOVE SPACES TO RPT-LINE.
            STRING 'PAR NAO ENCONTRADO:  ' DELIMITED BY SIZE
                   WS-QTDE-SEM-PAR        DELIMITED BY SIZE
                INTO RPT-LINE.
            WRITE RPT-LINE.

       END PROGRAM CALCDUPR.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDSR.
      *================================================================
      * SITUACAO DO DIA PARA O OPERADOR DA NOITE: LISTA, DO CONTROLE
      * DE SITUACAO DO DIA (CALC-DSTAT-FILE, VER CALCDST.CPY), CADA
      * ETAPA DA DATA DE NEGOCIO (HLT, CALC, BAL, GL, ACK, DTE) COM
      * A SITUACAO, A HORA E O RC DE TERMINO, E DIZ QUAL E A PROXIMA
      * ETAPA LIBERADA - OU QUAL ESTA SEGURANDO A NOITE.
      * PARM: DATA DE NEGOCIO (AAAAMMDD); SEM PARM, A DATA DE NEGOCIO
      *       CORRENTE DO CALCDATE. 'TODOS' LISTA TODAS AS DATAS DO
      *       ARQUIVO, UMA LINHA POR DATA.
      * TERMINA COM RC=4 QUANDO ALGUMA ETAPA LISTADA ESTA EM
      * ANDAMENTO (OU INTERROMPIDA) OU TERMINOU ACIMA DO RC ACEITO,
      * E RC=8 QUANDO O ARQUIVO NAO PODE SER LIDO.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-DSTAT-FILE ASSIGN TO 'CALCDST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-BUS-DATE
               FILE STATUS IS WS-DSTAT-STATUS.

           SELECT OPTIONAL CALC-DATE-FILE ASSIGN TO 'CALCDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

           SELECT CALC-DSTAT-RPT ASSIGN TO 'CALCDSRO'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-DSTAT-FILE.
       COPY CALCDST.

       FD  CALC-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCDAT.

       FD  CALC-DSTAT-RPT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-RUN-PARM                 PIC X(08) VALUE SPACES.
       77  WS-TARGET-DATE              PIC 9(08) VALUE ZEROS.
       77  WS-DSTAT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-DATE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-EOF-DATE                 PIC X(01) VALUE 'N'.
       77  WS-EOF-DSTAT                PIC X(01) VALUE 'N'.
       77  WS-SEM-ARQUIVO              PIC X(01) VALUE 'N'.
       77  WS-ACHOU                    PIC X(01) VALUE 'N'.
       77  WS-DST-IDX                  PIC 9(01) VALUE ZEROS.
       77  WS-PROX-IDX                 PIC 9(01) VALUE ZEROS.
       77  WS-QTDE-DATAS               PIC 9(06) VALUE ZEROS.
       77  WS-QTDE-PROBLEMAS           PIC 9(06) VALUE ZEROS.
       77  WS-SITUACAO-DESC            PIC X(20) VALUE SPACES.
       77  WS-PROXIMA-DESC             PIC X(50) VALUE SPACES.

      *    NOMES DAS ETAPAS DO CONTROLE DE SITUACAO DO DIA (CALCDST).
       01  WS-DST-NOMES.
           05  FILLER                  PIC X(24)
                   VALUE 'HLT CALCBAL GL  ACK DTE '.
       01  WS-DST-NOMES-R REDEFINES WS-DST-NOMES.
           05  WS-DST-NOME OCCURS 6 TIMES
                                       PIC X(04).

      *    RC ACEITO POR ETAPA (O MESMO DE CADA PROGRAMA): O CALCULO
      *    E O CASAMENTO DO RETORNO ACEITAM RC=4.
       01  WS-DST-ACEITOS.
           05  FILLER                  PIC X(12)
                   VALUE '000400000400'.
       01  WS-DST-ACEITOS-R REDEFINES WS-DST-ACEITOS.
           05  WS-DST-ACEITO OCCURS 6 TIMES
                                       PIC 9(02).

       01  WS-HORA.
           05  WS-HORA-HH              PIC 9(02).
           05  WS-HORA-MM              PIC 9(02).
           05  WS-HORA-SS              PIC 9(02).
           05  WS-HORA-CC              PIC 9(02).
       01  WS-HORA-N REDEFINES WS-HORA PIC 9(08).

       01  WS-HORA-EDIT.
           05  WS-HE-HH                PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ':'.
           05  WS-HE-MM                PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ':'.
           05  WS-HE-SS                PIC 9(02).

       01  WS-CABECALHO.
           05  FILLER                  PIC X(30)
                   VALUE '  ETAPA SITUACAO'.
           05  FILLER                  PIC X(50)
                   VALUE 'HORA        RC    ACEITO'.

       01  WS-DETALHE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DT-ETAPA             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DT-SITUACAO          PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DT-HORA              PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DT-RC                PIC X(02).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DT-ACEITO            PIC X(02).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-RESUMO.
           05  WS-RS-DATA              PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RS-ETAPA OCCURS 6 TIMES.
               10  WS-RS-NOME          PIC X(04).
               10  WS-RS-SEP           PIC X(01).
               10  WS-RS-SITUACAO      PIC X(01).
               10  FILLER              PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RS-PROXIMA           PIC X(27).
       PROCEDURE DIVISION.
       P001-INICIO.

            ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
            IF WS-RUN-PARM IS NUMERIC AND WS-RUN-PARM NOT = ZEROS
                MOVE WS-RUN-PARM TO WS-TARGET-DATE
            ELSE
                IF WS-RUN-PARM NOT = 'TODOS'
                    PERFORM P050-DATA-NEGOCIO
                END-IF
            END-IF.

            OPEN INPUT CALC-DSTAT-FILE.
            IF WS-DSTAT-STATUS = '35'
                MOVE 'S' TO WS-SEM-ARQUIVO
            ELSE
                IF WS-DSTAT-STATUS NOT = '00'
                    DISPLAY 'CONTROLE DE SITUACAO DO DIA INDISPONIVEL, '
                        'STATUS: ' WS-DSTAT-STATUS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            OPEN OUTPUT CALC-DSTAT-RPT.

            IF WS-RUN-PARM = 'TODOS'
                PERFORM P200-LISTA-TODAS
            ELSE
                PERFORM P100-LISTA-DATA
            END-IF.

            CLOSE CALC-DSTAT-RPT.
            IF WS-SEM-ARQUIVO = 'N'
                CLOSE CALC-DSTAT-FILE
            END-IF.

            IF WS-QTDE-PROBLEMAS > ZEROS
                DISPLAY '*** CALCDSR: ' WS-QTDE-PROBLEMAS
                    ' ETAPA(S) EM ANDAMENTO OU COM RC ACIMA DO '
                    'ACEITO ***'
                MOVE 4 TO RETURN-CODE
            END-IF.

            STOP RUN.

      *    SEM PARM, A DATA DE NEGOCIO CORRENTE DO CALCDATE.
       P050-DATA-NEGOCIO.

            MOVE 'N' TO WS-EOF-DATE.
            OPEN INPUT CALC-DATE-FILE.
            IF WS-DATE-STATUS = '00'
                PERFORM UNTIL WS-EOF-DATE = 'S'
                    READ CALC-DATE-FILE
                        AT END
                            MOVE 'S' TO WS-EOF-DATE
                        NOT AT END
                            IF CD-REC-TYPE = 'D'
                                MOVE CD-DATE TO WS-TARGET-DATE
                                MOVE 'S' TO WS-EOF-DATE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
            IF WS-DATE-STATUS = '00' OR WS-DATE-STATUS = '05'
                CLOSE CALC-DATE-FILE
            END-IF.
            IF WS-TARGET-DATE = ZEROS
                DISPLAY 'DATA DE NEGOCIO AUSENTE NO CALCDATE - '
                    'INFORME A DATA NO PARM'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    UMA DATA: UMA LINHA POR ETAPA E A PROXIMA ETAPA LIBERADA.
       P100-LISTA-DATA.

            MOVE SPACES TO RPT-LINE.
            STRING 'SITUACAO DO DIA - DATA DE NEGOCIO '
                                              DELIMITED BY SIZE
                   WS-TARGET-DATE             DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'N' TO WS-ACHOU.
            IF WS-SEM-ARQUIVO = 'N'
                MOVE WS-TARGET-DATE TO DS-BUS-DATE
                MOVE 'S' TO WS-ACHOU
                READ CALC-DSTAT-FILE
                    INVALID KEY
                        MOVE 'N' TO WS-ACHOU
                END-READ
            END-IF.
            IF WS-ACHOU = 'N'
                MOVE SPACES TO CALC-DSTAT-RECORD
                MOVE WS-TARGET-DATE TO DS-BUS-DATE
                PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                        UNTIL WS-DST-IDX > 6
                    MOVE ZEROS TO DS-ETP-HORA (WS-DST-IDX)
                    MOVE ZEROS TO DS-ETP-RC (WS-DST-IDX)
                END-PERFORM
                MOVE 'NENHUMA ETAPA RODOU NESTA DATA AINDA'
                    TO RPT-LINE
                WRITE RPT-LINE
                MOVE SPACES TO RPT-LINE
                WRITE RPT-LINE
            END-IF.

            MOVE WS-CABECALHO TO RPT-LINE.
            WRITE RPT-LINE.
            PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                    UNTIL WS-DST-IDX > 6
                PERFORM P110-LINHA-ETAPA
            END-PERFORM.

            PERFORM P150-PROXIMA-ETAPA.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING 'PROXIMA ETAPA: '          DELIMITED BY SIZE
                   WS-PROXIMA-DESC            DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            WRITE RPT-LINE.
            DISPLAY 'SITUACAO DO DIA ' WS-TARGET-DATE
                ' - PROXIMA ETAPA: ' WS-PROXIMA-DESC.

       P110-LINHA-ETAPA.

            MOVE WS-DST-NOME (WS-DST-IDX) TO WS-DT-ETAPA.
            PERFORM P120-DESCREVE-SITUACAO.
            MOVE WS-SITUACAO-DESC TO WS-DT-SITUACAO.
            IF DS-ETP-SITUACAO (WS-DST-IDX) = SPACE
                MOVE SPACES TO WS-DT-HORA
                MOVE SPACES TO WS-DT-RC
            ELSE
                MOVE DS-ETP-HORA (WS-DST-IDX) TO WS-HORA-N
                MOVE WS-HORA-HH TO WS-HE-HH
                MOVE WS-HORA-MM TO WS-HE-MM
                MOVE WS-HORA-SS TO WS-HE-SS
                MOVE WS-HORA-EDIT TO WS-DT-HORA
                IF DS-ETP-SITUACAO (WS-DST-IDX) = 'I'
                    MOVE SPACES TO WS-DT-RC
                ELSE
                    MOVE DS-ETP-RC (WS-DST-IDX) TO WS-DT-RC
                END-IF
            END-IF.
            MOVE WS-DST-ACEITO (WS-DST-IDX) TO WS-DT-ACEITO.
            MOVE WS-DETALHE TO RPT-LINE.
            WRITE RPT-LINE.
            IF DS-ETP-SITUACAO (WS-DST-IDX) = 'I'
               OR DS-ETP-SITUACAO (WS-DST-IDX) = 'X'
                ADD 1 TO WS-QTDE-PROBLEMAS
            END-IF.

       P120-DESCREVE-SITUACAO.

            EVALUATE DS-ETP-SITUACAO (WS-DST-IDX)
                WHEN SPACE
                    MOVE 'NAO RODOU'            TO WS-SITUACAO-DESC
                WHEN 'I'
                    MOVE 'EM ANDAMENTO/CAIU'    TO WS-SITUACAO-DESC
                WHEN 'F'
                    MOVE 'CONCLUIDA LIMPA'      TO WS-SITUACAO-DESC
                WHEN 'X'
                    MOVE 'RC ACIMA DO ACEITO'   TO WS-SITUACAO-DESC
                WHEN OTHER
                    MOVE 'SITUACAO INVALIDA'    TO WS-SITUACAO-DESC
            END-EVALUATE.

      *    A PRIMEIRA ETAPA NAO 'F' DA DATA E A QUE SEGURA A NOITE:
      *    EM BRANCO ELA E A PROXIMA A RODAR; 'I' (CAIU NO MEIO, SE
      *    NINGUEM ESTA RODANDO) PEDE O REINICIO DO PASSO E 'X' A
      *    CORRECAO E A REEXECUCAO DELE.
       P150-PROXIMA-ETAPA.

            MOVE ZEROS TO WS-PROX-IDX.
            PERFORM VARYING WS-DST-IDX FROM 6 BY -1
                    UNTIL WS-DST-IDX < 1
                IF DS-ETP-SITUACAO (WS-DST-IDX) NOT = 'F'
                    MOVE WS-DST-IDX TO WS-PROX-IDX
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-PROXIMA-DESC.
            IF WS-PROX-IDX = ZEROS
                MOVE 'NENHUMA - NOITE CONCLUIDA' TO WS-PROXIMA-DESC
            ELSE
                EVALUATE DS-ETP-SITUACAO (WS-PROX-IDX)
                    WHEN SPACE
                        STRING WS-DST-NOME (WS-PROX-IDX)
                                              DELIMITED BY SPACE
                               ' LIBERADA'    DELIMITED BY SIZE
                            INTO WS-PROXIMA-DESC
                        END-STRING
                    WHEN 'I'
                        STRING WS-DST-NOME (WS-PROX-IDX)
                                              DELIMITED BY SPACE
                               ' EM ANDAMENTO/CAIU'
                                              DELIMITED BY SIZE
                            INTO WS-PROXIMA-DESC
                        END-STRING
                    WHEN OTHER
                        STRING WS-DST-NOME (WS-PROX-IDX)
                                              DELIMITED BY SPACE
                               ' COM RC ACIMA DO ACEITO'
                                              DELIMITED BY SIZE
                            INTO WS-PROXIMA-DESC
                        END-STRING
                END-EVALUATE
            END-IF.

      *    TODAS AS DATAS DO ARQUIVO, UMA LINHA POR DATA.
       P200-LISTA-TODAS.

            MOVE 'SITUACAO DO DIA - TODAS AS DATAS' TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'DATA      SITUACAO POR ETAPA (BRANCO/I/F/X)' TO
                RPT-LINE.
            WRITE RPT-LINE.

            IF WS-SEM-ARQUIVO = 'N'
                MOVE 'N' TO WS-EOF-DSTAT
                MOVE ZEROS TO DS-BUS-DATE
                START CALC-DSTAT-FILE KEY IS NOT LESS THAN DS-BUS-DATE
                    INVALID KEY
                        MOVE 'S' TO WS-EOF-DSTAT
                END-START
                PERFORM UNTIL WS-EOF-DSTAT = 'S'
                    READ CALC-DSTAT-FILE NEXT RECORD
                        AT END
                            MOVE 'S' TO WS-EOF-DSTAT
                        NOT AT END
                            PERFORM P210-LINHA-RESUMO
                    END-READ
                END-PERFORM
            END-IF.

            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING 'DATAS LISTADAS: '          DELIMITED BY SIZE
                   WS-QTDE-DATAS               DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            WRITE RPT-LINE.

       P210-LINHA-RESUMO.

            ADD 1 TO WS-QTDE-DATAS.
            MOVE SPACES TO WS-RESUMO.
            MOVE DS-BUS-DATE TO WS-RS-DATA.
            PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                    UNTIL WS-DST-IDX > 6
                MOVE WS-DST-NOME (WS-DST-IDX)
                    TO WS-RS-NOME (WS-DST-IDX)
                MOVE ':' TO WS-RS-SEP (WS-DST-IDX)
                MOVE DS-ETP-SITUACAO (WS-DST-IDX)
                    TO WS-RS-SITUACAO (WS-DST-IDX)
                IF DS-ETP-SITUACAO (WS-DST-IDX) = 'I'
                   OR DS-ETP-SITUACAO (WS-DST-IDX) = 'X'
                    ADD 1 TO WS-QTDE-PROBLEMAS
                END-IF
            END-PERFORM.
            PERFORM P150-PROXIMA-ETAPA.
            MOVE WS-PROXIMA-DESC TO WS-RS-PROXIMA.
            MOVE WS-RESUMO TO RPT-LINE.
            WRITE RPT-LINE.

       END PROGRAM CALCDSR.

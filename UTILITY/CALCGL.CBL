       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCGL.
      *================================================================
      * GERACAO DO DIARIO CONTABIL DO DIA (GL-JOURNAL-FILE, VER
      * CALCJRN.CPY) A PARTIR DO CALC-HIST-FILE, NO LUGAR DA
      * DIGITACAO MANUAL DOS LANCAMENTOS PELA CONTABILIDADE.
      * RESUME OS REGISTROS DA DATA DE NEGOCIO POR CODIGO DE OPERACAO
      * (M/A/S/D) E OPERADOR E GRAVA, PARA CADA RESUMO, UMA LINHA DE
      * DEBITO E UMA DE CREDITO COM AS CONTAS DA TABELA DE
      * MAPEAMENTO (CALCGLM, MANTIDA PELO CALCMAP). RESULTADO
      * LIQUIDO NEGATIVO INVERTE AS CONTAS, PARA O VALOR DA LINHA
      * SER SEMPRE POSITIVO. NO FIM GRAVA O TRAILER DE CONTROLE.
      * OS REGISTROS DE ESTORNO DE AJUSTE (CH-STATUS 'J') DA DATA
      * ENTRAM NO RESUMO COM O SINAL TROCADO, COMO NO CALCRPTM; O
      * MESMO VALE PARA AS CORRECOES DO CALCCOR ('E' COM O SINAL
      * TROCADO E 'N' COM O VALOR NOVO).
      * PARM: DATA DO MOVIMENTO (AAAAMMDD); SEM PARM, A DATA DE
      * NEGOCIO DO CALCDATE, COMO NO CALCBAL.
      * TERMINA COM RC=8 (E SEM TRAILER, PARA O INTAKE RECUSAR O
      * ARQUIVO) QUANDO ALGUM CODIGO DE OPERACAO DO DIA NAO TEM
      * MAPEAMENTO, E COM RC=8 QUANDO DEBITOS E CREDITOS NAO FECHAM
      * OU O TOTAL DO DIARIO NAO BATE COM O HISTORICO LIDO.
      * SEM PARM, COM A DATA DO CALCDATE, E A ETAPA GL DO CONTROLE
      * DE SITUACAO DO DIA (CALCDST.CPY): SO COMECA COM HLT, CALC E
      * BAL CONCLUIDOS LIMPOS NA DATA. COM OU SEM PARM, REGISTRA O
      * PROPRIO FIM NA ETAPA GL DA DATA E RECUSA (RC=8) A DATA CUJO
      * DIARIO JA FOI GERADO LIMPO ('F'), PARA O MESMO DIA NAO SER
      * CONTABILIZADO DUAS VEZES. UMA VEZ 'F', A ETAPA NAO VOLTA
      * MAIS A BRANCO: O CALCULO DA DATA PASSA A SER RECUSADO, OS
      * LANCAMENTOS TARDIOS (CALCAPR, CALCCOR, CALCDUP) VAO PARA A
      * DATA CORRENTE OU ESPERAM A VIRADA, E O ESTORNO PELO CALCBKO
      * E COMPENSADO PELO CALCREV.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-HIST-FILE ASSIGN TO 'CALCHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               ALTERNATE RECORD KEY IS CH-OPERATOR-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO 'CALCGLM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO 'CALCJRN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT OPTIONAL CALC-DATE-FILE ASSIGN TO 'CALCDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

           SELECT CALC-DSTAT-FILE ASSIGN TO 'CALCDST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-BUS-DATE
               FILE STATUS IS WS-DSTAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-HIST-FILE.
       COPY HISTFILE.

       FD  GL-MAP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCGLM.

       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCJRN.

       FD  CALC-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCDAT.

       FD  CALC-DSTAT-FILE.
       COPY CALCDST.

       WORKING-STORAGE SECTION.
       77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
       77  WS-MAP-STATUS               PIC X(02) VALUE SPACES.
       77  WS-JRN-STATUS               PIC X(02) VALUE SPACES.
       77  WS-DATE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-RUN-PARM                 PIC X(08) VALUE SPACES.
       77  WS-TARGET-DATE              PIC 9(08) VALUE ZEROS.
       77  WS-EOF-DATE                 PIC X(01) VALUE 'N'.
       77  WS-EOF-MAP                  PIC X(01) VALUE 'N'.
       77  WS-HIST-MORE                PIC X(01) VALUE 'N'.
       77  WS-MAP-COUNT                PIC 9(02) VALUE ZEROS.
       77  WS-RES-COUNT                PIC 9(04) VALUE ZEROS.
       77  WS-ACHOU                    PIC X(01) VALUE 'N'.
       77  WS-ACHOU-IDX                PIC 9(04) VALUE ZEROS.
       77  WS-SEM-MAPA                 PIC 9(02) VALUE ZEROS.
       77  WS-TOT-HIST                 PIC 9(08) VALUE ZEROS.
       77  WS-SUM-HIST                 PIC S9(15)V99 VALUE ZEROS.
       77  WS-TOT-ITENS                PIC 9(08) VALUE ZEROS.
       77  WS-SUM-LIQUIDO              PIC S9(15)V99 VALUE ZEROS.
       77  WS-TOT-DEBITO               PIC S9(15)V99 VALUE ZEROS.
       77  WS-TOT-CREDITO              PIC S9(15)V99 VALUE ZEROS.
       77  WS-LINE-NUM                 PIC 9(06) VALUE ZEROS.
       77  WS-VALOR                    PIC S9(15)V99 VALUE ZEROS.
       77  WS-CONTA-DEBITO             PIC X(10) VALUE SPACES.
       77  WS-CONTA-CREDITO            PIC X(10) VALUE SPACES.
       77  WS-LINHA-CONTA              PIC X(10) VALUE SPACES.
       77  WS-LINHA-DC                 PIC X(01) VALUE SPACES.
       77  WS-EM-BALANCO               PIC X(01) VALUE 'S'.
       77  WS-SUM-EDIT                 PIC +9(15).99 VALUE ZEROS.
       77  WS-DSTAT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-DST-DATA                 PIC 9(08) VALUE ZEROS.
       77  WS-DST-ETAPA                PIC 9(01) VALUE 4.
       77  WS-DST-RC-ACEITO            PIC 9(02) VALUE 00.
       77  WS-DST-RC                   PIC 9(02) VALUE ZEROS.
       77  WS-DST-IDX                  PIC 9(01) VALUE ZEROS.
       77  WS-DST-HORA                 PIC 9(08) VALUE ZEROS.
       77  WS-DST-EXISTE               PIC X(01) VALUE 'N'.
       77  WS-DST-RECUSA               PIC X(01) VALUE 'N'.
       77  WS-DST-CONTROLA             PIC X(01) VALUE 'N'.

      *    MAPA DE CONTAS, UMA ENTRADA POR CODIGO DE OPERACAO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 4 TIMES INDEXED BY WS-MAP-IDX.
               10  WS-MAP-OPERACAO     PIC X(01).
               10  WS-MAP-DEBITO       PIC X(10).
               10  WS-MAP-CREDITO      PIC X(10).

      *    RESUMO DO DIA POR CODIGO DE OPERACAO E OPERADOR.
       01  WS-RES-TABLE.
           05  WS-RES-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RES-IDX.
               10  WS-RES-OPERACAO     PIC X(01).
               10  WS-RES-OPERADOR     PIC X(08).
               10  WS-RES-ITENS        PIC 9(06).
               10  WS-RES-SOMA         PIC S9(15)V99.
               10  WS-RES-MAPA         PIC 9(02).

      *    NOMES DAS ETAPAS DO CONTROLE DE SITUACAO DO DIA (CALCDST).
       01  WS-DST-NOMES.
           05  FILLER                  PIC X(24)
                   VALUE 'HLT CALCBAL GL  ACK DTE '.
       01  WS-DST-NOMES-R REDEFINES WS-DST-NOMES.
           05  WS-DST-NOME OCCURS 6 TIMES
                                       PIC X(04).
       PROCEDURE DIVISION.
       P001-INICIO.

            ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
            IF WS-RUN-PARM IS NUMERIC AND WS-RUN-PARM NOT = ZEROS
                MOVE WS-RUN-PARM TO WS-TARGET-DATE
            ELSE
                PERFORM P050-DATA-NEGOCIO
            END-IF.
            DISPLAY 'DIARIO CONTABIL DE ' WS-TARGET-DATE.

      *    SO O DIARIO DA DATA DE NEGOCIO CORRENTE (SEM PARM, DATA DO
      *    CALCDATE) EXIGE AS ETAPAS ANTERIORES CONCLUIDAS; QUALQUER
      *    DATA E RECUSADA SE O DIARIO DELA JA FOI GERADO.
            MOVE WS-TARGET-DATE TO WS-DST-DATA.
            PERFORM P700-LE-SITUACAO-DIA.
            PERFORM P705-VERIFICA-JA-GERADO.
            IF WS-DST-CONTROLA = 'S'
                PERFORM P710-VERIFICA-ETAPAS
            END-IF.
            PERFORM P720-INICIA-ETAPA.

            PERFORM P100-CARREGA-MAPA.
            PERFORM P200-RESUME-HISTORICO.
            PERFORM P300-VERIFICA-MAPA.

            OPEN OUTPUT GL-JOURNAL-FILE.
            IF WS-JRN-STATUS NOT = '00'
                DISPLAY 'DIARIO CONTABIL INDISPONIVEL, STATUS: '
                    WS-JRN-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM P790-REGISTRA-FIM-ETAPA
                STOP RUN
            END-IF.

            IF WS-SEM-MAPA > ZEROS
                CLOSE GL-JOURNAL-FILE
                DISPLAY '*** CALCGL: ' WS-SEM-MAPA ' CODIGO(S) DE '
                    'OPERACAO SEM CONTA - DIARIO NAO GERADO (USE O '
                    'CALCMAP) ***'
                MOVE 8 TO RETURN-CODE
                PERFORM P790-REGISTRA-FIM-ETAPA
                STOP RUN
            END-IF.

            PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                    UNTIL WS-RES-IDX > WS-RES-COUNT
                PERFORM P400-GRAVA-PAR
            END-PERFORM.
            PERFORM P500-CONFERE.
            PERFORM P600-GRAVA-TRAILER.
            CLOSE GL-JOURNAL-FILE.

            MOVE WS-SUM-HIST TO WS-SUM-EDIT.
            DISPLAY 'REGISTROS DO HISTORICO: ' WS-TOT-HIST
                ' TOTAL ' WS-SUM-EDIT.
            DISPLAY 'LINHAS DO DIARIO      : ' WS-LINE-NUM.
            MOVE WS-TOT-DEBITO TO WS-SUM-EDIT.
            DISPLAY 'TOTAL DE DEBITOS      : ' WS-SUM-EDIT.
            MOVE WS-TOT-CREDITO TO WS-SUM-EDIT.
            DISPLAY 'TOTAL DE CREDITOS     : ' WS-SUM-EDIT.

            IF WS-EM-BALANCO = 'S'
                MOVE ZEROS TO RETURN-CODE
            ELSE
                DISPLAY '*** CALCGL: DIARIO FORA DE BALANCO - '
                    'SUSPENDER O PICKUP DA CONTABILIDADE ***'
                MOVE 8 TO RETURN-CODE
            END-IF.

            PERFORM P790-REGISTRA-FIM-ETAPA.

            STOP RUN.

      *    SEM PARM, ASSUME A DATA DE NEGOCIO DO CALCDATE; SEM O
      *    ARQUIVO, CAI NO DIA CORRENTE DO RELOGIO, COMO O CALCBAL.
       P050-DATA-NEGOCIO.

            MOVE 'N' TO WS-EOF-DATE.
            OPEN INPUT CALC-DATE-FILE.
            IF WS-DATE-STATUS = '00' OR WS-DATE-STATUS = '05'
                IF WS-DATE-STATUS = '00'
                    PERFORM UNTIL WS-EOF-DATE = 'S'
                        READ CALC-DATE-FILE
                            AT END
                                MOVE 'S' TO WS-EOF-DATE
                            NOT AT END
                                IF CD-REC-TYPE = 'D'
                                    MOVE CD-DATE TO WS-TARGET-DATE
                                    MOVE 'S' TO WS-DST-CONTROLA
                                    MOVE 'S' TO WS-EOF-DATE
                                END-IF
                        END-READ
                    END-PERFORM
                END-IF
                CLOSE CALC-DATE-FILE
            END-IF.
            IF WS-TARGET-DATE = ZEROS
                ACCEPT WS-TARGET-DATE FROM DATE YYYYMMDD
            END-IF.

       P100-CARREGA-MAPA.

            MOVE 'N' TO WS-EOF-MAP.
            OPEN INPUT GL-MAP-FILE.
            IF WS-MAP-STATUS NOT = '00'
                DISPLAY 'TABELA DE CONTAS INDISPONIVEL, STATUS: '
                    WS-MAP-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM P790-REGISTRA-FIM-ETAPA
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-EOF-MAP = 'S'
                READ GL-MAP-FILE
                    AT END
                        MOVE 'S' TO WS-EOF-MAP
                    NOT AT END
                        IF WS-MAP-COUNT < 4
                            ADD 1 TO WS-MAP-COUNT
                            SET WS-MAP-IDX TO WS-MAP-COUNT
                            MOVE GM-OPERATION
                                TO WS-MAP-OPERACAO (WS-MAP-IDX)
                            MOVE GM-DEBIT-ACCOUNT
                                TO WS-MAP-DEBITO (WS-MAP-IDX)
                            MOVE GM-CREDIT-ACCOUNT
                                TO WS-MAP-CREDITO (WS-MAP-IDX)
                        ELSE
                            DISPLAY 'AVISO: REGISTRO EXCEDENTE NA '
                                'TABELA DE CONTAS IGNORADO: '
                                GM-OPERATION
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE GL-MAP-FILE.

      *    O KSDS E ORDENADO POR DATA + SEQUENCIAL: POSICIONA NO
      *    PRIMEIRO REGISTRO DA DATA E LE ATE A DATA MUDAR.
       P200-RESUME-HISTORICO.

            OPEN INPUT CALC-HIST-FILE.
            IF WS-HIST-STATUS NOT = '00'
                DISPLAY 'CALC-HIST-FILE INDISPONIVEL, STATUS: '
                    WS-HIST-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM P790-REGISTRA-FIM-ETAPA
                STOP RUN
            END-IF.
            MOVE WS-TARGET-DATE TO CH-RUN-DATE.
            MOVE ZEROS TO CH-SEQ-NUM.
            START CALC-HIST-FILE KEY IS NOT LESS THAN CH-KEY
                INVALID KEY
                    MOVE 'N' TO WS-HIST-MORE
                NOT INVALID KEY
                    MOVE 'S' TO WS-HIST-MORE
            END-START.
            PERFORM UNTIL WS-HIST-MORE = 'N'
                READ CALC-HIST-FILE NEXT RECORD
                    AT END
                        MOVE 'N' TO WS-HIST-MORE
                    NOT AT END
                        IF CH-RUN-DATE NOT = WS-TARGET-DATE
                            MOVE 'N' TO WS-HIST-MORE
                        ELSE
                            PERFORM P210-ACUMULA
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CALC-HIST-FILE.

       P210-ACUMULA.

            ADD 1 TO WS-TOT-HIST.
            ADD CH-RESULT TO WS-SUM-HIST.
            MOVE 'N' TO WS-ACHOU.
            PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                    UNTIL WS-RES-IDX > WS-RES-COUNT
                IF WS-RES-OPERACAO (WS-RES-IDX) = CH-OPERATION
                   AND WS-RES-OPERADOR (WS-RES-IDX) = CH-OPERATOR-ID
                    MOVE 'S' TO WS-ACHOU
                    SET WS-ACHOU-IDX TO WS-RES-IDX
                    SET WS-RES-IDX TO WS-RES-COUNT
                END-IF
            END-PERFORM.
            IF WS-ACHOU = 'S'
                SET WS-RES-IDX TO WS-ACHOU-IDX
            ELSE
                IF WS-RES-COUNT < 2000
                    ADD 1 TO WS-RES-COUNT
                    SET WS-RES-IDX TO WS-RES-COUNT
                    MOVE CH-OPERATION   TO WS-RES-OPERACAO (WS-RES-IDX)
                    MOVE CH-OPERATOR-ID TO WS-RES-OPERADOR (WS-RES-IDX)
                    MOVE ZEROS TO WS-RES-ITENS (WS-RES-IDX)
                    MOVE ZEROS TO WS-RES-SOMA (WS-RES-IDX)
                    MOVE ZEROS TO WS-RES-MAPA (WS-RES-IDX)
                ELSE
                    DISPLAY 'TABELA DE RESUMO CHEIA EM ' CH-KEY
                        ' - DIARIO NAO GERADO'
                    CLOSE CALC-HIST-FILE
                    MOVE 8 TO RETURN-CODE
                    PERFORM P790-REGISTRA-FIM-ETAPA
                    STOP RUN
                END-IF
            END-IF.
            ADD 1 TO WS-RES-ITENS (WS-RES-IDX).
            ADD CH-RESULT TO WS-RES-SOMA (WS-RES-IDX).

      *    TODO CODIGO DE OPERACAO COM MOVIMENTO NO DIA PRECISA DE
      *    CONTA; OS SEM MAPA SAO LISTADOS E CONTADOS.
       P300-VERIFICA-MAPA.

            PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                    UNTIL WS-RES-IDX > WS-RES-COUNT
                PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                        UNTIL WS-MAP-IDX > WS-MAP-COUNT
                    IF WS-MAP-OPERACAO (WS-MAP-IDX) =
                       WS-RES-OPERACAO (WS-RES-IDX)
                        SET WS-RES-MAPA (WS-RES-IDX) TO WS-MAP-IDX
                        SET WS-MAP-IDX TO WS-MAP-COUNT
                    END-IF
                END-PERFORM
                IF WS-RES-MAPA (WS-RES-IDX) = ZEROS
                    ADD 1 TO WS-SEM-MAPA
                    DISPLAY 'OPERACAO SEM CONTA NO MAPA: '
                        WS-RES-OPERACAO (WS-RES-IDX)
                        ' (OPERADOR ' WS-RES-OPERADOR (WS-RES-IDX) ')'
                END-IF
            END-PERFORM.

      *    UM PAR DEBITO/CREDITO POR RESUMO; RESUMO DE SOMA ZERO NAO
      *    GERA LINHA MAS SEUS ITENS CONTAM NO TRAILER.
       P400-GRAVA-PAR.

            ADD WS-RES-ITENS (WS-RES-IDX) TO WS-TOT-ITENS.
            ADD WS-RES-SOMA (WS-RES-IDX) TO WS-SUM-LIQUIDO.
            SET WS-MAP-IDX TO WS-RES-MAPA (WS-RES-IDX).
            IF WS-RES-SOMA (WS-RES-IDX) < ZEROS
                COMPUTE WS-VALOR = 0 - WS-RES-SOMA (WS-RES-IDX)
                MOVE WS-MAP-CREDITO (WS-MAP-IDX) TO WS-CONTA-DEBITO
                MOVE WS-MAP-DEBITO (WS-MAP-IDX)  TO WS-CONTA-CREDITO
            ELSE
                MOVE WS-RES-SOMA (WS-RES-IDX) TO WS-VALOR
                MOVE WS-MAP-DEBITO (WS-MAP-IDX)  TO WS-CONTA-DEBITO
                MOVE WS-MAP-CREDITO (WS-MAP-IDX) TO WS-CONTA-CREDITO
            END-IF.
            IF WS-VALOR > ZEROS
                MOVE WS-CONTA-DEBITO TO WS-LINHA-CONTA
                MOVE 'D' TO WS-LINHA-DC
                PERFORM P410-GRAVA-LINHA
                ADD WS-VALOR TO WS-TOT-DEBITO
                MOVE WS-CONTA-CREDITO TO WS-LINHA-CONTA
                MOVE 'C' TO WS-LINHA-DC
                PERFORM P410-GRAVA-LINHA
                ADD WS-VALOR TO WS-TOT-CREDITO
            END-IF.

       P410-GRAVA-LINHA.

            MOVE SPACES TO GL-JOURNAL-RECORD.
            ADD 1 TO WS-LINE-NUM.
            MOVE 'D'                         TO JR-REC-TYPE.
            MOVE WS-TARGET-DATE              TO JR-DATE.
            MOVE WS-LINE-NUM                 TO JR-LINE-NUM.
            MOVE WS-RES-OPERACAO (WS-RES-IDX) TO JR-OPERATION.
            MOVE WS-RES-OPERADOR (WS-RES-IDX) TO JR-OPERATOR-ID.
            MOVE WS-LINHA-CONTA              TO JR-ACCOUNT.
            MOVE WS-LINHA-DC                 TO JR-DC-FLAG.
            MOVE WS-VALOR                    TO JR-AMOUNT.
            MOVE WS-RES-ITENS (WS-RES-IDX)   TO JR-ITEM-COUNT.
            WRITE GL-JOURNAL-RECORD.
            IF WS-JRN-STATUS NOT = '00'
                DISPLAY 'ERRO AO GRAVAR DIARIO, STATUS: '
                    WS-JRN-STATUS
                CLOSE GL-JOURNAL-FILE
                MOVE 8 TO RETURN-CODE
                PERFORM P790-REGISTRA-FIM-ETAPA
                STOP RUN
            END-IF.

      *    DEBITOS = CREDITOS, E O QUE FOI PARA O DIARIO TEM DE SER
      *    O QUE FOI LIDO DO HISTORICO (ITENS E TOTAL LIQUIDO).
       P500-CONFERE.

            IF WS-TOT-DEBITO NOT = WS-TOT-CREDITO
                DISPLAY 'DEBITOS DIFEREM DOS CREDITOS'
                MOVE 'N' TO WS-EM-BALANCO
            END-IF.
            IF WS-TOT-ITENS NOT = WS-TOT-HIST
               OR WS-SUM-LIQUIDO NOT = WS-SUM-HIST
                DISPLAY 'DIARIO NAO CONFERE COM O HISTORICO LIDO'
                MOVE 'N' TO WS-EM-BALANCO
            END-IF.

       P600-GRAVA-TRAILER.

            MOVE SPACES TO GL-JOURNAL-RECORD.
            MOVE 'T'            TO JR-REC-TYPE.
            MOVE WS-TARGET-DATE TO JR-DATE.
            MOVE WS-LINE-NUM    TO JT-LINE-COUNT.
            MOVE WS-TOT-DEBITO  TO JT-DEBIT-TOTAL.
            MOVE WS-TOT-CREDITO TO JT-CREDIT-TOTAL.
            MOVE WS-TOT-HIST    TO JT-HIST-COUNT.
            WRITE GL-JOURNAL-RECORD.

      *    LE NO CALCDST O REGISTRO DE SITUACAO DA DATA WS-DST-DATA;
      *    DATA AINDA SEM REGISTRO COMECA COM TODAS AS ETAPAS EM
      *    BRANCO. O ARQUIVO FICA ABERTO ATE O P740 (OU A RECUSA).
       P700-LE-SITUACAO-DIA.

            OPEN I-O CALC-DSTAT-FILE.
            IF WS-DSTAT-STATUS = '35'
                OPEN OUTPUT CALC-DSTAT-FILE
                CLOSE CALC-DSTAT-FILE
                OPEN I-O CALC-DSTAT-FILE
            END-IF.
            IF WS-DSTAT-STATUS NOT = '00'
                DISPLAY 'CONTROLE DE SITUACAO DO DIA INDISPONIVEL, '
                    'STATUS: ' WS-DSTAT-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-DST-DATA TO DS-BUS-DATE.
            MOVE 'S' TO WS-DST-EXISTE.
            READ CALC-DSTAT-FILE
                INVALID KEY
                    MOVE 'N' TO WS-DST-EXISTE
            END-READ.
            IF WS-DST-EXISTE = 'N'
                MOVE SPACES TO CALC-DSTAT-RECORD
                MOVE WS-DST-DATA TO DS-BUS-DATE
                PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                        UNTIL WS-DST-IDX > 6
                    MOVE ZEROS TO DS-ETP-HORA (WS-DST-IDX)
                    MOVE ZEROS TO DS-ETP-RC (WS-DST-IDX)
                END-PERFORM
            END-IF.

      *    O DIARIO JA GERADO LIMPO PARA A DATA FOI ENTREGUE A
      *    CONTABILIDADE; GERAR DE NOVO LANCARIA O DIA EM DOBRO.
       P705-VERIFICA-JA-GERADO.

            IF DS-ETP-SITUACAO (WS-DST-ETAPA) = 'F'
                DISPLAY '*** DIARIO CONTABIL DE ' WS-DST-DATA
                    ' JA GERADO EM ' DS-ETP-HORA (WS-DST-ETAPA)
                    ' - NAO GERADO DE NOVO ***'
                CLOSE CALC-DSTAT-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    TODA ETAPA ANTERIOR A WS-DST-ETAPA TEM DE ESTAR CONCLUIDA
      *    LIMPA ('F') NA DATA; SENAO O PROGRAMA NAO COMECA.
       P710-VERIFICA-ETAPAS.

            MOVE 'N' TO WS-DST-RECUSA.
            PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                    UNTIL WS-DST-IDX NOT < WS-DST-ETAPA
                IF DS-ETP-SITUACAO (WS-DST-IDX) NOT = 'F'
                    MOVE 'S' TO WS-DST-RECUSA
                    DISPLAY 'ETAPA ' WS-DST-NOME (WS-DST-IDX)
                        ' DE ' WS-DST-DATA ' NAO CONCLUIDA - SITUACAO '
                        '[' DS-ETP-SITUACAO (WS-DST-IDX) '] RC '
                        DS-ETP-RC (WS-DST-IDX)
                END-IF
            END-PERFORM.
            IF WS-DST-RECUSA = 'S'
                DISPLAY '*** ETAPA ' WS-DST-NOME (WS-DST-ETAPA)
                    ' RECUSADA PARA ' WS-DST-DATA
                    ' - VER CALCDSR ***'
                CLOSE CALC-DSTAT-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    MARCA A ETAPA EM ANDAMENTO ('I'); SE O PROGRAMA CAIR NO
      *    MEIO, ELA FICA 'I' E SEGURA AS ETAPAS SEGUINTES.
       P720-INICIA-ETAPA.

            ACCEPT WS-DST-HORA FROM TIME.
            MOVE 'I'         TO DS-ETP-SITUACAO (WS-DST-ETAPA).
            MOVE WS-DST-HORA TO DS-ETP-HORA (WS-DST-ETAPA).
            MOVE ZEROS       TO DS-ETP-RC (WS-DST-ETAPA).
            PERFORM P740-GRAVA-SITUACAO.

      *    REGISTRA O FIM DA ETAPA COM O RC WS-DST-RC: 'F' ATE O RC
      *    ACEITO PARA A ETAPA, 'X' ACIMA DELE.
       P730-ENCERRA-ETAPA.

            PERFORM P700-LE-SITUACAO-DIA.
            ACCEPT WS-DST-HORA FROM TIME.
            IF WS-DST-RC > WS-DST-RC-ACEITO
                MOVE 'X' TO DS-ETP-SITUACAO (WS-DST-ETAPA)
            ELSE
                MOVE 'F' TO DS-ETP-SITUACAO (WS-DST-ETAPA)
            END-IF.
            MOVE WS-DST-HORA TO DS-ETP-HORA (WS-DST-ETAPA).
            MOVE WS-DST-RC   TO DS-ETP-RC (WS-DST-ETAPA).
            PERFORM P740-GRAVA-SITUACAO.

       P740-GRAVA-SITUACAO.

            IF WS-DST-EXISTE = 'S'
                REWRITE CALC-DSTAT-RECORD
            ELSE
                WRITE CALC-DSTAT-RECORD
            END-IF.
            IF WS-DSTAT-STATUS NOT = '00'
                DISPLAY 'ERRO AO GRAVAR O CONTROLE DE SITUACAO DO DIA, '
                    'STATUS: ' WS-DSTAT-STATUS
                CLOSE CALC-DSTAT-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'S' TO WS-DST-EXISTE.
            CLOSE CALC-DSTAT-FILE.

       P790-REGISTRA-FIM-ETAPA.

            MOVE RETURN-CODE TO WS-DST-RC.
            PERFORM P730-ENCERRA-ETAPA.

       END PROGRAM CALCGL.

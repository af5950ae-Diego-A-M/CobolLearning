      * O EXPORT INTEIRO.
      * RC=4 QUANDO HOUVE REGISTRO NAO ACEITO; RC=8 EM ERRO DE
      * ARQUIVO.
      * SEM PARM (OU COM A DATA DE NEGOCIO DO CALCDATE) E A ETAPA ACK
      * DO CONTROLE DE SITUACAO DO DIA (CALCDST.CPY): SO COMECA COM
      * HLT, CALC, BAL E GL CONCLUIDOS LIMPOS NA DATA DE NEGOCIO E
      * REGISTRA O PROPRIO FIM (RC=4 AINDA CONTA COMO CONCLUIDA).
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESEND-STATUS.

           SELECT OPTIONAL CALC-DATE-FILE ASSIGN TO 'CALCDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

           SELECT CALC-DSTAT-FILE ASSIGN TO 'CALCDST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-BUS-DATE
               FILE STATUS IS WS-DSTAT-STATUS.

           SELECT CALC-ACK-RPT ASSIGN TO 'CALCACKR'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
           LABEL RECORDS ARE STANDARD.
       COPY ACKFILE.

       FD  CALC-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCDAT.

       FD  CALC-DSTAT-FILE.
       COPY CALCDST.

       FD  CALC-RESEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  RS-RECORD                   PIC X(80).
       77  WS-TOT-SEM-RETORNO          PIC 9(08) VALUE ZEROS.
       77  WS-RESULT-EDIT              PIC +9(13).99 VALUE ZEROS.
       77  WS-ACK-ESTOURO              PIC X(01) VALUE 'N'.
       77  WS-DATE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-EOF-DATE                 PIC X(01) VALUE 'N'.
       77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZEROS.
       77  WS-DSTAT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-DST-DATA                 PIC 9(08) VALUE ZEROS.
       77  WS-DST-ETAPA                PIC 9(01) VALUE 5.
       77  WS-DST-RC-ACEITO            PIC 9(02) VALUE 04.
       77  WS-DST-RC                   PIC 9(02) VALUE ZEROS.
       77  WS-DST-IDX                  PIC 9(01) VALUE ZEROS.
       77  WS-DST-HORA                 PIC 9(08) VALUE ZEROS.
       77  WS-DST-EXISTE               PIC X(01) VALUE 'N'.
       77  WS-DST-RECUSA               PIC X(01) VALUE 'N'.
       77  WS-DST-CONTROLA             PIC X(01) VALUE 'N'.

       01  WS-ACK-TABLE.
           05  WS-ACK-ENTRY OCCURS 1000 TIMES
               10  WS-AK-STATUS        PIC X(01).
               10  WS-AK-REASON        PIC X(03).
               10  WS-AK-USADO         PIC X(01).

      *    NOMES DAS ETAPAS DO CONTROLE DE SITUACAO DO DIA (CALCDST).
       01  WS-DST-NOMES.
           05  FILLER                  PIC X(24)
                   VALUE 'HLT CALCBAL GL  ACK DTE '.
       01  WS-DST-NOMES-R REDEFINES WS-DST-NOMES.
           05  WS-DST-NOME OCCURS 6 TIMES
                                       PIC X(04).
       PROCEDURE DIVISION.
       P001-INICIO.

                MOVE WS-RUN-PARM TO WS-TARGET-DATE
            END-IF.

      *    O CASAMENTO DA NOITE (SEM PARM OU COM A PROPRIA DATA DE
      *    NEGOCIO) E A ETAPA ACK DO CONTROLE DE SITUACAO DO DIA; O
      *    DE OUTRA DATA E CONFERENCIA AVULSA E NAO PASSA POR ELE.
            PERFORM P050-DATA-NEGOCIO.
            IF WS-BUSINESS-DATE NOT = ZEROS
                IF WS-TARGET-DATE = ZEROS
                   OR WS-TARGET-DATE = WS-BUSINESS-DATE
                    MOVE 'S' TO WS-DST-CONTROLA
                END-IF
            END-IF.
            IF WS-DST-CONTROLA = 'S'
                MOVE WS-BUSINESS-DATE TO WS-DST-DATA
                PERFORM P700-LE-SITUACAO-DIA
                PERFORM P710-VERIFICA-ETAPAS
                PERFORM P720-INICIA-ETAPA
            END-IF.

            PERFORM P100-CARREGA-RETORNO.

            OPEN OUTPUT CALC-ACK-RPT.
                MOVE 4 TO RETURN-CODE
            END-IF.

            IF WS-DST-CONTROLA = 'S'
                MOVE RETURN-CODE TO WS-DST-RC
                PERFORM P730-ENCERRA-ETAPA
            END-IF.

            STOP RUN.

      *    DATA DE NEGOCIO CORRENTE DO CALCDATE, SO PARA O CONTROLE DE
      *    SITUACAO DO DIA; SEM O ARQUIVO FICA ZERADA E O CASAMENTO
      *    RODA COMO ANTES.
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
                                    MOVE CD-DATE TO WS-BUSINESS-DATE
                                    MOVE 'S' TO WS-EOF-DATE
                                END-IF
                        END-READ
                    END-PERFORM
                END-IF
                CLOSE CALC-DATE-FILE
            END-IF.

       P100-CARREGA-RETORNO.

            MOVE 'N' TO WS-EOF-ACK.
                INTO RPT-LINE.
            WRITE RPT-LINE.

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

       END PROGRAM CALCACK.

      * PARA PROVAR QUE O QUE FOI POSTADO, AUDITADO E EXPORTADO CONFERE
      * ANTES DO PICKUP DA CONTABILIDADE.
      * COMPARA, PARA A DATA DO MOVIMENTO:
      *   - REGISTROS OK NO CALC-AUDIT-FILE (FLAG 'O'; OS ITENS
      *     RETIDOS PARA APROVACAO E AS SUSPEITAS DE DUPLICIDADE,
      *     FLAGS 'P' E 'D', NAO FORAM POSTADOS NEM EXPORTADOS
      *     E FICAM DE FORA; AS CORRECOES DO CALCCOR, FLAGS 'R' E
      *     'N', SAO POSTADAS E EXPORTADAS E ENTRAM COMO O 'O')
      *   - LINHAS NO CALC-EXPORT-FILE
      *   - LINHAS COM STATUS 'O' NO CALC-OUT-FILE
      * E OS TOTAIS DE RESULTADO DE CADA UM. QUALQUER DIFERENCA
      * AS TRES PERNAS SAO RECORTADAS PELA DATA DO MOVIMENTO (NO
      * CALC-OUT-FILE VIA CO-RUN-DATE), ENTAO OS DATASETS PODEM SER
      * ACUMULATIVOS (DISP=MOD) SEM FALSO DESBALANCO.
      * SEM PARM, COM A DATA DO CALCDATE, E A ETAPA BAL DO CONTROLE
      * DE SITUACAO DO DIA (CALCDST.CPY): SO COMECA COM HLT E CALC
      * CONCLUIDOS LIMPOS NA DATA, E REGISTRA O PROPRIO FIM.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

           SELECT CALC-DSTAT-FILE ASSIGN TO 'CALCDST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-BUS-DATE
               FILE STATUS IS WS-DSTAT-STATUS.

           SELECT CALC-BALANCE-RPT ASSIGN TO 'CALCBALO'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
           LABEL RECORDS ARE STANDARD.
       COPY CALCDAT.

       FD  CALC-DSTAT-FILE.
       COPY CALCDST.

       FD  CALC-BALANCE-RPT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                    PIC X(80).
       77  WS-EXPORT-SUM               PIC S9(15)V99 VALUE ZEROS.
       77  WS-EM-BALANCO               PIC X(01) VALUE 'S'.
       77  WS-SUM-EDIT                 PIC +9(15).99 VALUE ZEROS.
       77  WS-DSTAT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-DST-DATA                 PIC 9(08) VALUE ZEROS.
       77  WS-DST-ETAPA                PIC 9(01) VALUE 3.
       77  WS-DST-RC-ACEITO            PIC 9(02) VALUE 00.
       77  WS-DST-RC                   PIC 9(02) VALUE ZEROS.
       77  WS-DST-IDX                  PIC 9(01) VALUE ZEROS.
       77  WS-DST-HORA                 PIC 9(08) VALUE ZEROS.
       77  WS-DST-EXISTE               PIC X(01) VALUE 'N'.
       77  WS-DST-RECUSA               PIC X(01) VALUE 'N'.
       77  WS-DST-CONTROLA             PIC X(01) VALUE 'N'.

      *    NOMES DAS ETAPAS DO CONTROLE DE SITUACAO DO DIA (CALCDST).
       01  WS-DST-NOMES.
           05  FILLER                  PIC X(24)
                   VALUE 'HLT CALCBAL GL  ACK DTE '.
       01  WS-DST-NOMES-R REDEFINES WS-DST-NOMES.
           05  WS-DST-NOME OCCURS 6 TIMES
                                       PIC X(04).
       PROCEDURE DIVISION.
       P001-INICIO.

                PERFORM P050-DATA-NEGOCIO
            END-IF.

      *    SO O BALANCEAMENTO DA DATA DE NEGOCIO CORRENTE (SEM PARM,
      *    DATA DO CALCDATE) PASSA PELO CONTROLE DE SITUACAO DO DIA;
      *    UMA REIMPRESSAO DE OUTRA DATA NAO E ETAPA DA NOITE.
            IF WS-DST-CONTROLA = 'S'
                MOVE WS-TARGET-DATE TO WS-DST-DATA
                PERFORM P700-LE-SITUACAO-DIA
                PERFORM P710-VERIFICA-ETAPAS
                PERFORM P720-INICIA-ETAPA
            END-IF.

            OPEN OUTPUT CALC-BALANCE-RPT.

            PERFORM P100-TOTALIZA-SAIDA.
                MOVE 8 TO RETURN-CODE
            END-IF.

            IF WS-DST-CONTROLA = 'S'
                MOVE RETURN-CODE TO WS-DST-RC
                PERFORM P730-ENCERRA-ETAPA
            END-IF.

            STOP RUN.

      *    SEM PARM, ASSUME A DATA DE NEGOCIO DO CALCDATE (QUANDO O
                            NOT AT END
                                IF CD-REC-TYPE = 'D'
                                    MOVE CD-DATE TO WS-TARGET-DATE
                                    MOVE 'S' TO WS-DST-CONTROLA
                                    MOVE 'S' TO WS-EOF-DATE
                                END-IF
                        END-READ
                            MOVE 'S' TO WS-EOF-AUDIT
                        NOT AT END
                            IF CA-DATE = WS-TARGET-DATE
                               AND (CA-ERROR-FLAG = 'O'
                                 OR CA-ERROR-FLAG = 'R'
                                 OR CA-ERROR-FLAG = 'N')
                                ADD 1 TO WS-AUDIT-OK-COUNT
                                ADD CA-RESULT TO WS-AUDIT-SUM
                            END-IF
            END-IF.
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

       END PROGRAM CALCBAL.

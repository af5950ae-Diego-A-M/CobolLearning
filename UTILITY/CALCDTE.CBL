      *   AVANCA          - AVANCA PARA O PROXIMO DIA UTIL, PULANDO
      *                     FINS DE SEMANA E OS FERIADOS 'H'.
      *   FIXA,AAAAMMDD   - GRAVA A DATA INFORMADA (CORRECAO MANUAL).
      * OS REGISTROS 'H' E OS DEMAIS TIPOS (PERIODOS FECHADOS 'C' DO
      * CALCPER) SAO PRESERVADOS NA REGRAVACAO.
      * O AVANCA E A ETAPA DTE DO CONTROLE DE SITUACAO DO DIA
      * (CALCDST.CPY): RECUSADO (RC=8) SE HLT, CALC, BAL, GL OU ACK
      * NAO ESTA CONCLUIDA LIMPA NA DATA ATUAL; O FIM FICA REGISTRADO
      * NA DATA ATUAL (A QUE FOI ENCERRADA).
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CALC-DATE-FILE ASSIGN TO 'CALCDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

           SELECT CALC-DSTAT-FILE ASSIGN TO 'CALCDST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-BUS-DATE
               FILE STATUS IS WS-DSTAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCDAT.

       FD  CALC-DSTAT-FILE.
       COPY CALCDST.

       WORKING-STORAGE SECTION.
       77  WS-DATE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-RUN-PARM                 PIC X(30) VALUE SPACES.
       77  WS-DIA-SEMANA               PIC 9(01) VALUE ZEROS.
       77  WS-DIA-UTIL                 PIC X(01) VALUE 'N'.
       77  WS-FERIADO-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-OUTROS-COUNT             PIC 9(03) VALUE ZEROS.
       77  WS-DSTAT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-DST-DATA                 PIC 9(08) VALUE ZEROS.
       77  WS-DST-ETAPA                PIC 9(01) VALUE 6.
       77  WS-DST-RC-ACEITO            PIC 9(02) VALUE 00.
       77  WS-DST-RC                   PIC 9(02) VALUE ZEROS.
       77  WS-DST-IDX                  PIC 9(01) VALUE ZEROS.
       77  WS-DST-HORA                 PIC 9(08) VALUE ZEROS.
       77  WS-DST-EXISTE               PIC X(01) VALUE 'N'.
       77  WS-DST-RECUSA               PIC X(01) VALUE 'N'.
       77  WS-DST-CONTROLA             PIC X(01) VALUE 'N'.

       01  WS-FERIADO-TABLE.
           05  WS-FERIADO-DATE OCCURS 100 TIMES
               INDEXED BY WS-FER-IDX   PIC 9(08).

      *    REGISTROS DOS DEMAIS TIPOS (PERIODOS FECHADOS 'C') SAO
      *    GUARDADOS COMO VIERAM E DEVOLVIDOS NA REGRAVACAO.
       01  WS-OUTROS-TABLE.
           05  WS-OUTROS-REG OCCURS 300 TIMES
               INDEXED BY WS-OUT-IDX   PIC X(80).

      *    NOMES DAS ETAPAS DO CONTROLE DE SITUACAO DO DIA (CALCDST).
       01  WS-DST-NOMES.
           05  FILLER                  PIC X(24)
                   VALUE 'HLT CALCBAL GL  ACK DTE '.
       01  WS-DST-NOMES-R REDEFINES WS-DST-NOMES.
           05  WS-DST-NOME OCCURS 6 TIMES
                                       PIC X(04).
       PROCEDURE DIVISION.
       P001-INICIO.


            PERFORM P100-LE-CONTROLE.

      *    O AVANCO E A ULTIMA ETAPA DA NOITE NO CONTROLE DE SITUACAO
      *    DO DIA: SO COM TODAS AS ANTERIORES CONCLUIDAS LIMPAS NA
      *    DATA ATUAL. UM SEGUNDO AVANCA CAI NA DATA NOVA, QUE AINDA
      *    NAO RODOU NADA, E E RECUSADO. O FIXA (CORRECAO MANUAL)
      *    NAO PASSA PELO CONTROLE.
            IF WS-MODO = 'AVANCA'
                MOVE 'S' TO WS-DST-CONTROLA
                MOVE WS-DATA-ATUAL TO WS-DST-DATA
                PERFORM P700-LE-SITUACAO-DIA
                PERFORM P710-VERIFICA-ETAPAS
                PERFORM P720-INICIA-ETAPA
            END-IF.

            EVALUATE WS-MODO
                WHEN 'AVANCA'
                    PERFORM P200-AVANCA-DIA-UTIL
                    ' -> ' WS-DATA-NOVA
            END-IF.

            IF WS-DST-CONTROLA = 'S'
                MOVE RETURN-CODE TO WS-DST-RC
                PERFORM P730-ENCERRA-ETAPA
            END-IF.

            STOP RUN.

       P100-LE-CONTROLE.
            MOVE 'N' TO WS-EOF-DATE.
            MOVE ZEROS TO WS-DATA-ATUAL.
            MOVE ZEROS TO WS-FERIADO-COUNT.
            MOVE ZEROS TO WS-OUTROS-COUNT.

            OPEN INPUT CALC-DATE-FILE.
            IF WS-DATE-STATUS NOT = '00'
                                    DISPLAY 'TABELA DE FERIADOS '
                                        'CHEIA: ' CD-DATE
                                END-IF
                            WHEN OTHER
                                PERFORM P110-GUARDA-OUTRO
                        END-EVALUATE
                END-READ
            END-PERFORM.
                STOP RUN
            END-IF.

      *    SEM ESPACO PARA GUARDAR UM REGISTRO, A REGRAVACAO O
      *    PERDERIA (UM PERIODO FECHADO VOLTARIA A FICAR ABERTO);
      *    O JOB PARA ANTES DE TOCAR NO ARQUIVO.
       P110-GUARDA-OUTRO.

            IF WS-OUTROS-COUNT < 300
                ADD 1 TO WS-OUTROS-COUNT
                SET WS-OUT-IDX TO WS-OUTROS-COUNT
                MOVE CALC-DATE-RECORD TO WS-OUTROS-REG (WS-OUT-IDX)
            ELSE
                DISPLAY 'TABELA DE REGISTROS DE CONTROLE CHEIA: '
                    CD-REC-TYPE CD-DATE ' - ARQUIVO NAO ALTERADO'
                CLOSE CALC-DATE-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       P200-AVANCA-DIA-UTIL.

            COMPUTE WS-DATA-INT =
                MOVE WS-FERIADO-DATE (WS-FER-IDX) TO CD-DATE
                WRITE CALC-DATE-RECORD
            END-PERFORM.
            PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                    UNTIL WS-OUT-IDX > WS-OUTROS-COUNT
                MOVE WS-OUTROS-REG (WS-OUT-IDX) TO CALC-DATE-RECORD
                WRITE CALC-DATE-RECORD
            END-PERFORM.
            CLOSE CALC-DATE-FILE.

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

       END PROGRAM CALCDTE.

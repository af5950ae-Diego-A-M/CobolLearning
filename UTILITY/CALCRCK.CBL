       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRCK.
      *================================================================
      * CONFERENCIA DAS REGIOES DO CALCTRAN ANTES DO CALCSTEP. CADA
      * EXTRATOR REGIONAL MANDA UM GRUPO H/D/T COM A SUA REGIAO NO
      * HEADER (CT-HDR-REGION-ID); ESTE UTILITARIO CONFERE OS HEADERS
      * CONTRA O REGISTRO DE REGIOES (CALCREG.CPY, MANTIDO PELO
      * CALCRGM) NA DATA DE NEGOCIO CORRENTE E RELATA:
      *   - REGIAO ESPERADA NO DIA QUE NAO MANDOU LOTE (AUSENTE);
      *   - REGIAO QUE NAO ESTA NO REGISTRO OU HEADER SEM REGIAO
      *     (DESCONHECIDA);
      *   - REGIAO QUE MANDOU MAIS DE UMA VEZ (REPETIDA), CONTANDO
      *     OS LOTES DO ARQUIVO E OS JA POSTADOS NA MESMA DATA DE
      *     NEGOCIO POR UMA EXECUCAO ANTERIOR (CALCBCT);
      *   - LOTE DE REGIAO INATIVA (INATIVA) OU DE REGIAO ATIVA FORA
      *     DOS SEUS DIAS OU ANTES DO SEU INICIO (NAO ESPERADA).
      * UMA REGIAO ESPERADA QUE NAO ESTA NO ARQUIVO MAS JA FOI
      * POSTADA NA DATA (EXECUCAO ANTERIOR) ESTA OK.
      * SABADO E DOMINGO NENHUMA REGIAO E ESPERADA (O CALCSTEP SO
      * RODA COM O PARM FORCA).
      * TERMINA COM RC=4 QUANDO HA QUALQUER APONTAMENTO E RC=8 EM
      * ERRO DE ARQUIVO. E UM AVISO: O CALCSTEP NAO DEPENDE DO RC
      * DESTA CONFERENCIA.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-REG-FILE ASSIGN TO 'CALCREG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT CALC-TRANS-FILE ASSIGN TO 'CALCTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT CALC-DATE-FILE ASSIGN TO 'CALCDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

           SELECT OPTIONAL CALC-BATCTL-FILE ASSIGN TO 'CALCBCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-REG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCREG.

       FD  CALC-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCTRA.

       FD  CALC-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCDAT.

       FD  CALC-BATCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCBCT.

       WORKING-STORAGE SECTION.
       77  WS-REG-STATUS               PIC X(02) VALUE SPACES.
       77  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
       77  WS-DATE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-BATCTL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-EOF-REG                  PIC X(01) VALUE 'N'.
       77  WS-EOF-TRANS                PIC X(01) VALUE 'N'.
       77  WS-EOF-DATE                 PIC X(01) VALUE 'N'.
       77  WS-EOF-BATCTL               PIC X(01) VALUE 'N'.
       77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZEROS.
       77  WS-DATA-INT                 PIC 9(08) VALUE ZEROS.
       77  WS-DIA-SEMANA               PIC 9(01) VALUE ZEROS.
       77  WS-REG-COUNT                PIC 9(03) VALUE ZEROS.
       77  WS-REG-CHAVE                PIC X(02) VALUE SPACES.
       77  WS-ACHOU                    PIC X(01) VALUE 'N'.
       77  WS-ACHOU-IDX                PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-HEADERS             PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-JA-POSTADOS         PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-ESPERADAS           PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-APONTAMENTOS        PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-ENVIOS              PIC 9(04) VALUE ZEROS.
       77  WS-REG-EXIBE                PIC X(02) VALUE SPACES.
       77  WS-SITUACAO                 PIC X(12) VALUE SPACES.

      *    UMA ENTRADA POR REGIAO DO REGISTRO, MAIS AS DESCONHECIDAS
      *    ENCONTRADAS NOS HEADERS (WS-TAB-CONHECIDA = 'N').
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 100 TIMES INDEXED BY WS-REG-IDX.
               10  WS-TAB-REGIAO       PIC X(02).
               10  WS-TAB-DESCRICAO    PIC X(30).
               10  WS-TAB-CONHECIDA    PIC X(01).
               10  WS-TAB-SITUACAO     PIC X(01).
               10  WS-TAB-ESPERADA     PIC X(01).
               10  WS-TAB-NO-ARQUIVO   PIC 9(03).
               10  WS-TAB-POSTADOS     PIC 9(03).
       PROCEDURE DIVISION.
       P001-INICIO.

            PERFORM P010-DATA-NEGOCIO.
            PERFORM P100-CARREGA-REGISTRO.
            PERFORM P200-LE-HEADERS.
            PERFORM P300-LE-POSTADOS.
            PERFORM P400-RELATA-REGIOES.

            DISPLAY 'LOTES NO CALCTRAN     : ' WS-QTDE-HEADERS.
            DISPLAY 'JA POSTADOS NA DATA   : ' WS-QTDE-JA-POSTADOS.
            DISPLAY 'REGIOES ESPERADAS     : ' WS-QTDE-ESPERADAS.

            IF WS-QTDE-APONTAMENTOS = ZEROS
                DISPLAY 'CALCRCK: REGIOES CONFEREM COM O REGISTRO'
            ELSE
                DISPLAY 'CALCRCK: ' WS-QTDE-APONTAMENTOS
                    ' APONTAMENTO(S) - COBRAR AS REGIOES ACIMA'
                MOVE 4 TO RETURN-CODE
            END-IF.

            STOP RUN.

       P010-DATA-NEGOCIO.

            MOVE 'N' TO WS-EOF-DATE.
            OPEN INPUT CALC-DATE-FILE.
            IF WS-DATE-STATUS NOT = '00'
                DISPLAY 'ARQUIVO DE DATA DE NEGOCIO INDISPONIVEL, '
                    'STATUS: ' WS-DATE-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
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
            END-PERFORM.
            CLOSE CALC-DATE-FILE.
            IF WS-BUSINESS-DATE = ZEROS
                DISPLAY 'DATA DE NEGOCIO AUSENTE NO CALCDATE'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
      *    0=DOMINGO, 1=SEGUNDA ... 6=SABADO.
            COMPUTE WS-DATA-INT =
                FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
            COMPUTE WS-DIA-SEMANA = FUNCTION MOD (WS-DATA-INT, 7).
            DISPLAY 'DATA DE NEGOCIO CORRENTE: ' WS-BUSINESS-DATE
                ' DIA DA SEMANA ' WS-DIA-SEMANA.
            IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
                DISPLAY 'FIM DE SEMANA - NENHUMA REGIAO ESPERADA'
            END-IF.

      *    O REGISTRO E OBRIGATORIO: SEM ELE NAO HA O QUE CONFERIR.
       P100-CARREGA-REGISTRO.

            MOVE 'N' TO WS-EOF-REG.
            OPEN INPUT CALC-REG-FILE.
            IF WS-REG-STATUS NOT = '00'
                DISPLAY 'REGISTRO DE REGIOES INDISPONIVEL, STATUS: '
                    WS-REG-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-EOF-REG = 'S'
                READ CALC-REG-FILE
                    AT END
                        MOVE 'S' TO WS-EOF-REG
                    NOT AT END
                        PERFORM P110-CARREGA-ENTRADA
                END-READ
            END-PERFORM.
            CLOSE CALC-REG-FILE.

       P110-CARREGA-ENTRADA.

            MOVE RG-REGION-ID TO WS-REG-CHAVE.
            PERFORM P500-PROCURA-REGIAO.
            IF WS-ACHOU = 'S'
                DISPLAY 'AVISO: REGIAO DUPLICADA NO REGISTRO: '
                    RG-REGION-ID ' - SEGUNDA OCORRENCIA IGNORADA'
            ELSE
                IF WS-REG-COUNT NOT < 100
                    DISPLAY 'REGISTRO DE REGIOES COM MAIS DE 100 '
                        'REGIOES - CONFERENCIA ABANDONADA'
                    CLOSE CALC-REG-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-REG-COUNT
                SET WS-REG-IDX TO WS-REG-COUNT
                MOVE RG-REGION-ID   TO WS-TAB-REGIAO (WS-REG-IDX)
                MOVE RG-DESCRIPTION TO WS-TAB-DESCRICAO (WS-REG-IDX)
                MOVE 'S'            TO WS-TAB-CONHECIDA (WS-REG-IDX)
                MOVE RG-ACTIVE-FLAG TO WS-TAB-SITUACAO (WS-REG-IDX)
                MOVE ZEROS          TO WS-TAB-NO-ARQUIVO (WS-REG-IDX)
                MOVE ZEROS          TO WS-TAB-POSTADOS (WS-REG-IDX)
                MOVE 'N'            TO WS-TAB-ESPERADA (WS-REG-IDX)
                IF RG-ACTIVE-FLAG = 'A'
                   AND WS-DIA-SEMANA > 0 AND WS-DIA-SEMANA < 6
                    IF RG-WEEKDAYS (WS-DIA-SEMANA:1) = 'S'
                        IF RG-START-DATE NOT NUMERIC
                           OR RG-START-DATE NOT > WS-BUSINESS-DATE
                            MOVE 'S' TO WS-TAB-ESPERADA (WS-REG-IDX)
                            ADD 1 TO WS-QTDE-ESPERADAS
                        END-IF
                    END-IF
                END-IF
            END-IF.

       P200-LE-HEADERS.

            MOVE 'N' TO WS-EOF-TRANS.
            OPEN INPUT CALC-TRANS-FILE.
            IF WS-TRANS-STATUS NOT = '00'
                DISPLAY 'CALCTRAN INDISPONIVEL, STATUS: '
                    WS-TRANS-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-EOF-TRANS = 'S'
                READ CALC-TRANS-FILE
                    AT END
                        MOVE 'S' TO WS-EOF-TRANS
                    NOT AT END
                        IF CT-REC-TYPE = 'H'
                            ADD 1 TO WS-QTDE-HEADERS
                            MOVE CT-HDR-REGION-ID TO WS-REG-CHAVE
                            PERFORM P210-CONTA-LOTE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CALC-TRANS-FILE.

      *    REGIAO FORA DO REGISTRO ENTRA NA TABELA COMO DESCONHECIDA,
      *    PARA SAIR UMA VEZ SO NO RELATORIO COM A QUANTIDADE.
       P210-CONTA-LOTE.

            PERFORM P500-PROCURA-REGIAO.
            IF WS-ACHOU NOT = 'S'
                IF WS-REG-COUNT < 100
                    ADD 1 TO WS-REG-COUNT
                    SET WS-REG-IDX TO WS-REG-COUNT
                    SET WS-ACHOU-IDX TO WS-REG-IDX
                    MOVE WS-REG-CHAVE TO WS-TAB-REGIAO (WS-REG-IDX)
                    MOVE SPACES TO WS-TAB-DESCRICAO (WS-REG-IDX)
                    MOVE 'N'    TO WS-TAB-CONHECIDA (WS-REG-IDX)
                    MOVE SPACE  TO WS-TAB-SITUACAO (WS-REG-IDX)
                    MOVE 'N'    TO WS-TAB-ESPERADA (WS-REG-IDX)
                    MOVE ZEROS  TO WS-TAB-NO-ARQUIVO (WS-REG-IDX)
                    MOVE ZEROS  TO WS-TAB-POSTADOS (WS-REG-IDX)
                ELSE
                    DISPLAY 'LOTE ' WS-QTDE-HEADERS ' DE REGIAO ['
                        WS-REG-CHAVE '] DESCONHECIDA - TABELA CHEIA'
                    ADD 1 TO WS-QTDE-APONTAMENTOS
                END-IF
            END-IF.
            IF WS-ACHOU-IDX > ZEROS
                SET WS-REG-IDX TO WS-ACHOU-IDX
                ADD 1 TO WS-TAB-NO-ARQUIVO (WS-REG-IDX)
                DISPLAY 'LOTE ' WS-QTDE-HEADERS ' REGIAO ['
                    WS-REG-CHAVE '] DATA ' CT-HDR-BATCH-DATE
            END-IF.

      *    LOTES JA POSTADOS NESTA DATA DE NEGOCIO (UMA EXECUCAO
      *    ANTERIOR DO DIA). SO CONTAM OS DE REGIAO CONHECIDA; AS
      *    ANOTACOES SEM REGIAO SAO ANTERIORES A REGIAO NO HEADER.
       P300-LE-POSTADOS.

            MOVE 'N' TO WS-EOF-BATCTL.
            OPEN INPUT CALC-BATCTL-FILE.
            IF WS-BATCTL-STATUS = '00' OR WS-BATCTL-STATUS = '05'
                IF WS-BATCTL-STATUS = '00'
                    PERFORM UNTIL WS-EOF-BATCTL = 'S'
                        READ CALC-BATCTL-FILE
                            AT END
                                MOVE 'S' TO WS-EOF-BATCTL
                            NOT AT END
                                PERFORM P310-CONTA-POSTADO
                        END-READ
                    END-PERFORM
                END-IF
                CLOSE CALC-BATCTL-FILE
            ELSE
                DISPLAY 'REGISTRO DE LOTES CALCBCT INDISPONIVEL, '
                    'STATUS: ' WS-BATCTL-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       P310-CONTA-POSTADO.

            IF BT-POST-DATE = WS-BUSINESS-DATE
               AND BT-REGION-ID NOT = SPACES
                MOVE BT-REGION-ID TO WS-REG-CHAVE
                PERFORM P500-PROCURA-REGIAO
                IF WS-ACHOU = 'S'
                    SET WS-REG-IDX TO WS-ACHOU-IDX
                    ADD 1 TO WS-TAB-POSTADOS (WS-REG-IDX)
                    ADD 1 TO WS-QTDE-JA-POSTADOS
                END-IF
            END-IF.

       P400-RELATA-REGIOES.

            DISPLAY 'REGIOES DE ' WS-BUSINESS-DATE
                ' (ESP=ESPERADA ARQ=LOTES NO CALCTRAN POST=JA '
                'POSTADOS NA DATA)'.
            PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                    UNTIL WS-REG-IDX > WS-REG-COUNT
                PERFORM P410-AVALIA-REGIAO
            END-PERFORM.

       P410-AVALIA-REGIAO.

            COMPUTE WS-QTDE-ENVIOS = WS-TAB-NO-ARQUIVO (WS-REG-IDX)
                + WS-TAB-POSTADOS (WS-REG-IDX).
            MOVE 'OK' TO WS-SITUACAO.
            EVALUATE TRUE
                WHEN WS-TAB-CONHECIDA (WS-REG-IDX) NOT = 'S'
                    MOVE 'DESCONHECIDA' TO WS-SITUACAO
                WHEN WS-TAB-SITUACAO (WS-REG-IDX) NOT = 'A'
                     AND WS-TAB-NO-ARQUIVO (WS-REG-IDX) > ZEROS
                    MOVE 'INATIVA' TO WS-SITUACAO
                WHEN WS-QTDE-ENVIOS > 1
                    MOVE 'REPETIDA' TO WS-SITUACAO
                WHEN WS-TAB-ESPERADA (WS-REG-IDX) = 'S'
                     AND WS-QTDE-ENVIOS = ZEROS
                    MOVE 'AUSENTE' TO WS-SITUACAO
                WHEN WS-TAB-ESPERADA (WS-REG-IDX) NOT = 'S'
                     AND WS-TAB-NO-ARQUIVO (WS-REG-IDX) > ZEROS
                    MOVE 'NAO ESPERADA' TO WS-SITUACAO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            IF WS-SITUACAO NOT = 'OK'
                ADD 1 TO WS-QTDE-APONTAMENTOS
            END-IF.
            MOVE WS-TAB-REGIAO (WS-REG-IDX) TO WS-REG-EXIBE.
            IF WS-REG-EXIBE = SPACES
                MOVE '--' TO WS-REG-EXIBE
            END-IF.
            DISPLAY 'REGIAO ' WS-REG-EXIBE
                ' ESP=' WS-TAB-ESPERADA (WS-REG-IDX)
                ' ARQ=' WS-TAB-NO-ARQUIVO (WS-REG-IDX)
                ' POST=' WS-TAB-POSTADOS (WS-REG-IDX)
                ' ' WS-SITUACAO
                ' ' WS-TAB-DESCRICAO (WS-REG-IDX).

       P500-PROCURA-REGIAO.

            MOVE 'N' TO WS-ACHOU.
            MOVE ZEROS TO WS-ACHOU-IDX.
            PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                    UNTIL WS-REG-IDX > WS-REG-COUNT
                IF WS-TAB-REGIAO (WS-REG-IDX) = WS-REG-CHAVE
                    MOVE 'S' TO WS-ACHOU
                    SET WS-ACHOU-IDX TO WS-REG-IDX
                    SET WS-REG-IDX TO WS-REG-COUNT
                END-IF
            END-PERFORM.

       END PROGRAM CALCRCK.

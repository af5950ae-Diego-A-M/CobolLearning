       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCMAP.
      *================================================================
      * MANUTENCAO DA TABELA DE MAPEAMENTO DE CONTAS CONTABEIS
      * (GL-MAP-RECORD, VER CALCGLM.CPY) USADA PELO CALCGL PARA
      * MONTAR O DIARIO CONTABIL DO DIA. TODA ALTERACAO SAI NA
      * TRILHA DE AUDITORIA GLMAUD (QUEM, O QUE, QUANDO, CONTAS
      * ANTIGAS E NOVAS), COMO O CALCOPM FAZ COM O OPERAUD.
      * PARM: ID DO USUARIO QUE ESTA FAZENDO A MANUTENCAO.
      * CARTOES PELO SYSIN, UM PEDIDO + CARTAO CONTINUA (S/N):
      *   COL 01    ACAO: I=INCLUI A=ALTERA CONTAS E=EXCLUI L=LISTA
      *   COL 02    CODIGO DE OPERACAO (M/A/S/D)
      *   COL 03-12 CONTA DEBITO (ACOES I E A)
      *   COL 13-22 CONTA CREDITO (ACOES I E A)
      *   COL 23-52 DESCRICAO (ACOES I E A; BRANCO NA ALTERACAO
      *             MANTEM A ATUAL)
      * REGRAS:
      *   - NAO INCLUI CODIGO JA MAPEADO;
      *   - AS DUAS CONTAS SAO OBRIGATORIAS E NAO PODEM SER IGUAIS;
      *   - O ARQUIVO SO E REGRAVADO SE HOUVE ALTERACAO.
      * TERMINA COM RC=4 QUANDO ALGUM PEDIDO FOI REJEITADO E RC=8 EM
      * ERRO DE ARQUIVO.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-MAP-FILE ASSIGN TO 'CALCGLM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT GLM-AUDIT-FILE ASSIGN TO 'GLMAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMAUD-STATUS.

           SELECT OPTIONAL CALC-DATE-FILE ASSIGN TO 'CALCDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCGLM.

       FD  GLM-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GLMAUD.

       FD  CALC-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCDAT.

       WORKING-STORAGE SECTION.
       77  WS-MAP-STATUS               PIC X(02) VALUE SPACES.
       77  WS-GLMAUD-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DATE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-USER-ID                  PIC X(08) VALUE SPACES.
       77  WS-CONTINUA                 PIC X(01) VALUE 'S'.
       77  WS-EOF-MAP                  PIC X(01) VALUE 'N'.
       77  WS-EOF-DATE                 PIC X(01) VALUE 'N'.
       77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZEROS.
       77  WS-MAP-COUNT                PIC 9(02) VALUE ZEROS.
       77  WS-ALTERADO                 PIC X(01) VALUE 'N'.
       77  WS-ACHOU                    PIC X(01) VALUE 'N'.
       77  WS-ACHOU-IDX                PIC 9(02) VALUE ZEROS.
       77  WS-QTDE-ERROS               PIC 9(04) VALUE ZEROS.
       77  WS-DEBITO-OLD               PIC X(10) VALUE SPACES.
       77  WS-CREDITO-OLD              PIC X(10) VALUE SPACES.

       01  WS-CARD.
           05  WS-CARD-ACAO            PIC X(01).
           05  WS-CARD-OPERACAO        PIC X(01).
           05  WS-CARD-DEBITO          PIC X(10).
           05  WS-CARD-CREDITO         PIC X(10).
           05  WS-CARD-DESCRICAO       PIC X(30).
           05  FILLER                  PIC X(28).

      *    UMA ENTRADA POR CODIGO DE OPERACAO (M/A/S/D).
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 4 TIMES INDEXED BY WS-MAP-IDX.
               10  WS-TAB-OPERACAO     PIC X(01).
               10  WS-TAB-DEBITO       PIC X(10).
               10  WS-TAB-CREDITO      PIC X(10).
               10  WS-TAB-DESCRICAO    PIC X(30).
               10  WS-TAB-DATA         PIC 9(08).
               10  WS-TAB-USUARIO      PIC X(08).
       PROCEDURE DIVISION.
       P001-INICIO.

            ACCEPT WS-USER-ID FROM COMMAND-LINE.
            IF WS-USER-ID = SPACES
                DISPLAY 'INFORME O USUARIO DA MANUTENCAO NO PARM'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM P010-DATA-NEGOCIO.
            PERFORM P020-CARREGA-TABELA.
            PERFORM P030-ABRE-TRILHA.

            PERFORM UNTIL WS-CONTINUA NOT = 'S'
                MOVE SPACES TO WS-CARD
                ACCEPT WS-CARD
                PERFORM P100-PROCESSA-CARTAO
                ACCEPT WS-CONTINUA
            END-PERFORM.

            IF WS-ALTERADO = 'S'
                PERFORM P800-REGRAVA-TABELA
            END-IF.

            CLOSE GLM-AUDIT-FILE.

            IF WS-QTDE-ERROS > ZEROS
                DISPLAY 'PEDIDOS REJEITADOS: ' WS-QTDE-ERROS
                MOVE 4 TO RETURN-CODE
            END-IF.

            STOP RUN.

       P010-DATA-NEGOCIO.

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
            IF WS-BUSINESS-DATE = ZEROS
                ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
            END-IF.

      *    A TABELA PODE AINDA NAO EXISTIR (PRIMEIRA CARGA PELAS
      *    ACOES I); REGISTRO COM CODIGO FORA DE M/A/S/D OU REPETIDO
      *    E IGNORADO COM AVISO E SOME NA PROXIMA REGRAVACAO.
       P020-CARREGA-TABELA.

            MOVE ZEROS TO WS-MAP-COUNT.
            MOVE 'N' TO WS-EOF-MAP.
            OPEN INPUT GL-MAP-FILE.
            IF WS-MAP-STATUS NOT = '00' AND WS-MAP-STATUS NOT = '05'
                DISPLAY 'TABELA DE CONTAS INDISPONIVEL, STATUS: '
                    WS-MAP-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-MAP-STATUS = '00'
                PERFORM UNTIL WS-EOF-MAP = 'S'
                    READ GL-MAP-FILE
                        AT END
                            MOVE 'S' TO WS-EOF-MAP
                        NOT AT END
                            PERFORM P025-CARREGA-ENTRADA
                    END-READ
                END-PERFORM
            END-IF.
            CLOSE GL-MAP-FILE.

       P025-CARREGA-ENTRADA.

            MOVE GM-OPERATION TO WS-CARD-OPERACAO.
            PERFORM P300-PROCURA-OPERACAO.
            IF WS-ACHOU = 'S'
                DISPLAY 'AVISO: CODIGO DUPLICADO NA TABELA: '
                    GM-OPERATION ' - SEGUNDA OCORRENCIA IGNORADA'
            ELSE
                IF GM-OPERATION NOT = 'M' AND NOT = 'A'
                   AND NOT = 'S' AND NOT = 'D'
                    DISPLAY 'AVISO: CODIGO INVALIDO NA TABELA: '
                        GM-OPERATION ' - IGNORADO'
                ELSE
                    ADD 1 TO WS-MAP-COUNT
                    SET WS-MAP-IDX TO WS-MAP-COUNT
                    MOVE GM-OPERATION
                        TO WS-TAB-OPERACAO (WS-MAP-IDX)
                    MOVE GM-DEBIT-ACCOUNT
                        TO WS-TAB-DEBITO (WS-MAP-IDX)
                    MOVE GM-CREDIT-ACCOUNT
                        TO WS-TAB-CREDITO (WS-MAP-IDX)
                    MOVE GM-DESCRIPTION
                        TO WS-TAB-DESCRICAO (WS-MAP-IDX)
                    IF GM-UPDATE-DATE IS NUMERIC
                        MOVE GM-UPDATE-DATE
                            TO WS-TAB-DATA (WS-MAP-IDX)
                    ELSE
                        MOVE ZEROS TO WS-TAB-DATA (WS-MAP-IDX)
                    END-IF
                    MOVE GM-UPDATE-USER
                        TO WS-TAB-USUARIO (WS-MAP-IDX)
                END-IF
            END-IF.

       P030-ABRE-TRILHA.

            OPEN EXTEND GLM-AUDIT-FILE.
            IF WS-GLMAUD-STATUS = '35'
                OPEN OUTPUT GLM-AUDIT-FILE
                CLOSE GLM-AUDIT-FILE
                OPEN EXTEND GLM-AUDIT-FILE
            END-IF.
            IF WS-GLMAUD-STATUS NOT = '00'
                DISPLAY 'TRILHA DE AUDITORIA INDISPONIVEL, STATUS: '
                    WS-GLMAUD-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       P100-PROCESSA-CARTAO.

            EVALUATE WS-CARD-ACAO
                WHEN 'I'
                    PERFORM P110-INCLUI
                WHEN 'A'
                    PERFORM P120-ALTERA-CONTAS
                WHEN 'E'
                    PERFORM P130-EXCLUI
                WHEN 'L'
                    PERFORM P150-LISTA
                WHEN OTHER
                    DISPLAY 'ACAO INVALIDA: ' WS-CARD-ACAO
                    ADD 1 TO WS-QTDE-ERROS
            END-EVALUATE.

       P110-INCLUI.

            PERFORM P300-PROCURA-OPERACAO.
            IF WS-CARD-OPERACAO NOT = 'M' AND NOT = 'A'
               AND NOT = 'S' AND NOT = 'D'
                DISPLAY 'CODIGO DE OPERACAO INVALIDO: '
                    WS-CARD-OPERACAO ' (USE M/A/S/D)'
                ADD 1 TO WS-QTDE-ERROS
            ELSE
                IF WS-ACHOU = 'S'
                    DISPLAY 'CODIGO JA MAPEADO: ' WS-CARD-OPERACAO
                    ADD 1 TO WS-QTDE-ERROS
                ELSE
                    IF WS-CARD-DEBITO = SPACES
                       OR WS-CARD-CREDITO = SPACES
                       OR WS-CARD-DEBITO = WS-CARD-CREDITO
                        DISPLAY 'CONTAS INVALIDAS NO CARTAO: '
                            WS-CARD-DEBITO ' / ' WS-CARD-CREDITO
                        ADD 1 TO WS-QTDE-ERROS
                    ELSE
                        ADD 1 TO WS-MAP-COUNT
                        SET WS-MAP-IDX TO WS-MAP-COUNT
                        SET WS-ACHOU-IDX TO WS-MAP-IDX
                        MOVE WS-CARD-OPERACAO
                            TO WS-TAB-OPERACAO (WS-MAP-IDX)
                        MOVE WS-CARD-DEBITO
                            TO WS-TAB-DEBITO (WS-MAP-IDX)
                        MOVE WS-CARD-CREDITO
                            TO WS-TAB-CREDITO (WS-MAP-IDX)
                        MOVE WS-CARD-DESCRICAO
                            TO WS-TAB-DESCRICAO (WS-MAP-IDX)
                        MOVE WS-BUSINESS-DATE
                            TO WS-TAB-DATA (WS-MAP-IDX)
                        MOVE WS-USER-ID
                            TO WS-TAB-USUARIO (WS-MAP-IDX)
                        MOVE SPACES TO WS-DEBITO-OLD
                        MOVE SPACES TO WS-CREDITO-OLD
                        MOVE 'S' TO WS-ALTERADO
                        PERFORM P400-GRAVA-TRILHA
                        DISPLAY 'INCLUIDO: ' WS-CARD-OPERACAO
                            ' D=' WS-CARD-DEBITO
                            ' C=' WS-CARD-CREDITO
                    END-IF
                END-IF
            END-IF.

       P120-ALTERA-CONTAS.

            PERFORM P300-PROCURA-OPERACAO.
            IF WS-ACHOU NOT = 'S'
                DISPLAY 'CODIGO NAO MAPEADO: ' WS-CARD-OPERACAO
                ADD 1 TO WS-QTDE-ERROS
            ELSE
                IF WS-CARD-DEBITO = SPACES
                   OR WS-CARD-CREDITO = SPACES
                   OR WS-CARD-DEBITO = WS-CARD-CREDITO
                    DISPLAY 'CONTAS INVALIDAS NO CARTAO: '
                        WS-CARD-DEBITO ' / ' WS-CARD-CREDITO
                    ADD 1 TO WS-QTDE-ERROS
                ELSE
                    SET WS-MAP-IDX TO WS-ACHOU-IDX
                    MOVE WS-TAB-DEBITO (WS-MAP-IDX) TO WS-DEBITO-OLD
                    MOVE WS-TAB-CREDITO (WS-MAP-IDX)
                        TO WS-CREDITO-OLD
                    MOVE WS-CARD-DEBITO TO WS-TAB-DEBITO (WS-MAP-IDX)
                    MOVE WS-CARD-CREDITO
                        TO WS-TAB-CREDITO (WS-MAP-IDX)
                    IF WS-CARD-DESCRICAO NOT = SPACES
                        MOVE WS-CARD-DESCRICAO
                            TO WS-TAB-DESCRICAO (WS-MAP-IDX)
                    END-IF
                    MOVE WS-BUSINESS-DATE TO WS-TAB-DATA (WS-MAP-IDX)
                    MOVE WS-USER-ID TO WS-TAB-USUARIO (WS-MAP-IDX)
                    MOVE 'S' TO WS-ALTERADO
                    PERFORM P400-GRAVA-TRILHA
                    DISPLAY 'CONTAS DE ' WS-CARD-OPERACAO ' AGORA: D='
                        WS-CARD-DEBITO ' C=' WS-CARD-CREDITO
                END-IF
            END-IF.

      *    A EXCLUSAO DEIXA O CODIGO SEM MAPA: O PROXIMO CALCGL COM
      *    MOVIMENTO DESSE CODIGO TERMINA COM RC=8 ATE NOVA INCLUSAO.
       P130-EXCLUI.

            PERFORM P300-PROCURA-OPERACAO.
            IF WS-ACHOU NOT = 'S'
                DISPLAY 'CODIGO NAO MAPEADO: ' WS-CARD-OPERACAO
                ADD 1 TO WS-QTDE-ERROS
            ELSE
                SET WS-MAP-IDX TO WS-ACHOU-IDX
                MOVE WS-TAB-DEBITO (WS-MAP-IDX) TO WS-DEBITO-OLD
                MOVE WS-TAB-CREDITO (WS-MAP-IDX) TO WS-CREDITO-OLD
                MOVE SPACES TO WS-CARD-DEBITO
                MOVE SPACES TO WS-CARD-CREDITO
                PERFORM P400-GRAVA-TRILHA
                PERFORM VARYING WS-MAP-IDX FROM WS-ACHOU-IDX BY 1
                        UNTIL WS-MAP-IDX NOT < WS-MAP-COUNT
                    MOVE WS-MAP-ENTRY (WS-MAP-IDX + 1)
                        TO WS-MAP-ENTRY (WS-MAP-IDX)
                END-PERFORM
                SUBTRACT 1 FROM WS-MAP-COUNT
                MOVE 'S' TO WS-ALTERADO
                DISPLAY 'EXCLUIDO: ' WS-CARD-OPERACAO
            END-IF.

       P150-LISTA.

            DISPLAY 'MAPA DE CONTAS CONTABEIS (' WS-MAP-COUNT
                ' REGISTROS)'.
            PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                    UNTIL WS-MAP-IDX > WS-MAP-COUNT
                DISPLAY WS-TAB-OPERACAO (WS-MAP-IDX)
                    ' D=' WS-TAB-DEBITO (WS-MAP-IDX)
                    ' C=' WS-TAB-CREDITO (WS-MAP-IDX)
                    ' ' WS-TAB-DATA (WS-MAP-IDX)
                    ' ' WS-TAB-USUARIO (WS-MAP-IDX)
                    ' ' WS-TAB-DESCRICAO (WS-MAP-IDX)
            END-PERFORM.

       P300-PROCURA-OPERACAO.

            MOVE 'N' TO WS-ACHOU.
            MOVE ZEROS TO WS-ACHOU-IDX.
            PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                    UNTIL WS-MAP-IDX > WS-MAP-COUNT
                IF WS-TAB-OPERACAO (WS-MAP-IDX) = WS-CARD-OPERACAO
                    MOVE 'S' TO WS-ACHOU
                    SET WS-ACHOU-IDX TO WS-MAP-IDX
                    SET WS-MAP-IDX TO WS-MAP-COUNT
                END-IF
            END-PERFORM.

       P400-GRAVA-TRILHA.

            MOVE SPACES TO GLM-AUDIT-RECORD.
            MOVE WS-BUSINESS-DATE TO GA-DATE.
            ACCEPT GA-TIME FROM TIME.
            MOVE WS-USER-ID       TO GA-USER-ID.
            MOVE WS-CARD-ACAO     TO GA-ACTION.
            MOVE WS-CARD-OPERACAO TO GA-OPERATION.
            MOVE WS-DEBITO-OLD    TO GA-DEBIT-OLD.
            MOVE WS-CREDITO-OLD   TO GA-CREDIT-OLD.
            MOVE WS-CARD-DEBITO   TO GA-DEBIT-NEW.
            MOVE WS-CARD-CREDITO  TO GA-CREDIT-NEW.
            WRITE GLM-AUDIT-RECORD.

       P800-REGRAVA-TABELA.

            OPEN OUTPUT GL-MAP-FILE.
            PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                    UNTIL WS-MAP-IDX > WS-MAP-COUNT
                MOVE SPACES TO GL-MAP-RECORD
                MOVE WS-TAB-OPERACAO (WS-MAP-IDX) TO GM-OPERATION
                MOVE WS-TAB-DEBITO (WS-MAP-IDX)   TO GM-DEBIT-ACCOUNT
                MOVE WS-TAB-CREDITO (WS-MAP-IDX)  TO GM-CREDIT-ACCOUNT
                MOVE WS-TAB-DESCRICAO (WS-MAP-IDX) TO GM-DESCRIPTION
                MOVE WS-TAB-DATA (WS-MAP-IDX)     TO GM-UPDATE-DATE
                MOVE WS-TAB-USUARIO (WS-MAP-IDX)  TO GM-UPDATE-USER
                WRITE GL-MAP-RECORD
            END-PERFORM.
            CLOSE GL-MAP-FILE.
            DISPLAY 'TABELA REGRAVADA COM ' WS-MAP-COUNT
                ' REGISTROS'.

       END PROGRAM CALCMAP.

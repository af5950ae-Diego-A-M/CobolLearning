      *   - NAO INCLUI OP-OPERATOR-ID DUPLICADO;
      *   - NAO DESATIVA OPERADOR COM MOVIMENTO NO CALCAUD DA DATA
      *     DE NEGOCIO CORRENTE;
      *   - O CADASTRO E INDEXADO (VSAM KSDS, CHAVE OP-OPERATOR-ID):
      *     CADA PEDIDO LE E ATUALIZA SO O REGISTRO DO OPERADOR, SEM
      *     LIMITE DE QUANTIDADE DE OPERADORES.
      * TERMINA COM RC=4 QUANDO ALGUM PEDIDO FOI REJEITADO E RC=8 EM
      * ERRO DE ARQUIVO.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT OPER-AUDIT-FILE ASSIGN TO 'OPERAUD'
               FILE STATUS IS WS-DATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY OPERFILE.

       FD  OPER-AUDIT-FILE
       77  WS-EOF-AUDIT                PIC X(01) VALUE 'N'.
       77  WS-EOF-DATE                 PIC X(01) VALUE 'N'.
       77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZEROS.
       77  WS-OPER-COUNT               PIC 9(06) VALUE ZEROS.
       77  WS-ACHOU                    PIC X(01) VALUE 'N'.
       77  WS-QTDE-GRAVADOS            PIC 9(06) VALUE ZEROS.
       77  WS-USOU-HOJE                PIC X(01) VALUE 'N'.
       77  WS-FLAG-OLD                 PIC X(01) VALUE SPACES.
       77  WS-VIGENCIA                 PIC 9(08) VALUE ZEROS.
           05  WS-OPS-CHAR OCCURS 4 TIMES
                   INDEXED BY WS-OPS-IDX
                                       PIC X(01).
       PROCEDURE DIVISION.
       P001-INICIO.

            END-IF.

            PERFORM P010-DATA-NEGOCIO.
            PERFORM P020-ABRE-CADASTRO.
            PERFORM P030-ABRE-TRILHA.

            PERFORM UNTIL WS-CONTINUA NOT = 'S'
                ACCEPT WS-CONTINUA
            END-PERFORM.

            CLOSE OPERATOR-FILE.
            CLOSE OPER-AUDIT-FILE.

            DISPLAY 'REGISTROS ATUALIZADOS NO CADASTRO: '
                WS-QTDE-GRAVADOS.

            IF WS-QTDE-ERROS > ZEROS
                DISPLAY 'PEDIDOS REJEITADOS: ' WS-QTDE-ERROS
                MOVE 4 TO RETURN-CODE
                ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
            END-IF.

      *    O CADASTRO FICA ABERTO EM I-O DURANTE TODA A EXECUCAO;
      *    NA PRIMEIRA VEZ (CLUSTER VAZIO, STATUS 35) E CRIADO AQUI.
      *    A CARGA DO ARQUIVO SEQUENCIAL ANTIGO E FEITA PELO CALCOPX.
       P020-ABRE-CADASTRO.

            OPEN I-O OPERATOR-FILE.
            IF WS-OPER-STATUS = '35'
                OPEN OUTPUT OPERATOR-FILE
                CLOSE OPERATOR-FILE
                OPEN I-O OPERATOR-FILE
            END-IF.
            IF WS-OPER-STATUS NOT = '00'
                DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL, '
                    'STATUS: ' WS-OPER-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       P030-ABRE-TRILHA.


       P110-INCLUI.

            IF WS-CARD-OPER-ID = SPACES
                DISPLAY 'ID DO OPERADOR OBRIGATORIO'
                ADD 1 TO WS-QTDE-ERROS
            ELSE
                PERFORM P300-PROCURA-OPERADOR
                IF WS-ACHOU = 'S'
                    DISPLAY 'ID JA CADASTRADO: ' WS-CARD-OPER-ID
                    ADD 1 TO WS-QTDE-ERROS
                ELSE
                    MOVE SPACES TO OPER-RECORD
                    MOVE WS-CARD-OPER-ID TO OP-OPERATOR-ID
                    MOVE WS-CARD-NOME    TO OP-OPERATOR-NAME
                    MOVE 'S'             TO OP-ACTIVE-FLAG
                    MOVE WS-VIGENCIA     TO OP-EFFECTIVE-DATE
                    MOVE SPACES          TO OP-ALLOWED-OPS
                    MOVE ZEROS           TO OP-DAILY-LIMIT
                    WRITE OPER-RECORD
                    IF WS-OPER-STATUS NOT = '00'
                        DISPLAY 'ERRO NA INCLUSAO DE '
                            WS-CARD-OPER-ID ', STATUS: '
                            WS-OPER-STATUS
                        ADD 1 TO WS-QTDE-ERROS
                    ELSE
                        ADD 1 TO WS-QTDE-GRAVADOS
                        MOVE SPACES TO WS-FLAG-OLD
                        PERFORM P400-GRAVA-TRILHA
                        DISPLAY 'INCLUIDO: ' WS-CARD-OPER-ID
                    END-IF
                END-IF
            END-IF.
                DISPLAY 'ID NAO CADASTRADO: ' WS-CARD-OPER-ID
                ADD 1 TO WS-QTDE-ERROS
            ELSE
                MOVE OP-ACTIVE-FLAG TO WS-FLAG-OLD
                MOVE WS-CARD-NOME TO OP-OPERATOR-NAME
                PERFORM P350-REGRAVA-OPERADOR
                IF WS-OPER-STATUS = '00'
                    PERFORM P400-GRAVA-TRILHA
                    DISPLAY 'NOME ALTERADO: ' WS-CARD-OPER-ID
                END-IF
            END-IF.

       P130-DESATIVA.
                DISPLAY 'ID NAO CADASTRADO: ' WS-CARD-OPER-ID
                ADD 1 TO WS-QTDE-ERROS
            ELSE
                IF OP-ACTIVE-FLAG = 'N'
                    DISPLAY 'OPERADOR JA DESATIVADO: '
                        WS-CARD-OPER-ID
                    ADD 1 TO WS-QTDE-ERROS
                            'RECUSADA: ' WS-CARD-OPER-ID
                        ADD 1 TO WS-QTDE-ERROS
                    ELSE
                        MOVE OP-ACTIVE-FLAG TO WS-FLAG-OLD
                        MOVE 'N' TO OP-ACTIVE-FLAG
                        MOVE WS-VIGENCIA TO OP-EFFECTIVE-DATE
                        MOVE OP-OPERATOR-NAME TO WS-CARD-NOME
                        PERFORM P350-REGRAVA-OPERADOR
                        IF WS-OPER-STATUS = '00'
                            PERFORM P400-GRAVA-TRILHA
                            DISPLAY 'DESATIVADO: ' WS-CARD-OPER-ID
                                ' A PARTIR DE ' WS-VIGENCIA
                        END-IF
                    END-IF
                END-IF
            END-IF.
                DISPLAY 'ID NAO CADASTRADO: ' WS-CARD-OPER-ID
                ADD 1 TO WS-QTDE-ERROS
            ELSE
                IF OP-ACTIVE-FLAG = 'S'
                    DISPLAY 'OPERADOR JA ATIVO: ' WS-CARD-OPER-ID
                    ADD 1 TO WS-QTDE-ERROS
                ELSE
                    MOVE OP-ACTIVE-FLAG TO WS-FLAG-OLD
                    MOVE 'S' TO OP-ACTIVE-FLAG
                    MOVE WS-VIGENCIA TO OP-EFFECTIVE-DATE
                    MOVE OP-OPERATOR-NAME TO WS-CARD-NOME
                    PERFORM P350-REGRAVA-OPERADOR
                    IF WS-OPER-STATUS = '00'
                        PERFORM P400-GRAVA-TRILHA
                        DISPLAY 'REATIVADO: ' WS-CARD-OPER-ID
                            ' A PARTIR DE ' WS-VIGENCIA
                    END-IF
                END-IF
            END-IF.

      *    LISTA O CADASTRO INTEIRO NA ORDEM DA CHAVE.
       P150-LISTA.

            MOVE ZEROS TO WS-OPER-COUNT.
            MOVE 'N' TO WS-EOF-OPER.
            DISPLAY 'CADASTRO DE OPERADORES'.
            MOVE LOW-VALUES TO OP-OPERATOR-ID.
            START OPERATOR-FILE KEY IS NOT LESS THAN OP-OPERATOR-ID
                INVALID KEY
                    MOVE 'S' TO WS-EOF-OPER
            END-START.
            PERFORM UNTIL WS-EOF-OPER = 'S'
                READ OPERATOR-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-EOF-OPER
                    NOT AT END
                        ADD 1 TO WS-OPER-COUNT
                        IF OP-EFFECTIVE-DATE NOT NUMERIC
                            MOVE ZEROS TO OP-EFFECTIVE-DATE
                        END-IF
                        IF OP-DAILY-LIMIT NOT NUMERIC
                            MOVE ZEROS TO OP-DAILY-LIMIT
                        END-IF
                        DISPLAY OP-OPERATOR-ID
                            ' ' OP-ACTIVE-FLAG
                            ' ' OP-EFFECTIVE-DATE
                            ' OPS=' OP-ALLOWED-OPS
                            ' TETO=' OP-DAILY-LIMIT
                            ' ' OP-OPERATOR-NAME
                END-READ
            END-PERFORM.
            DISPLAY 'TOTAL: ' WS-OPER-COUNT ' REGISTROS'.

      *    DEFINE AS OPERACOES PERMITIDAS (M/A/S/D) DO OPERADOR;
      *    CARTAO COM AS 4 COLUNAS EM BRANCO REMOVE A RESTRICAO.
                        WS-CARD-OPS ' (USE M/A/S/D OU BRANCO)'
                    ADD 1 TO WS-QTDE-ERROS
                ELSE
                    MOVE OP-ACTIVE-FLAG TO WS-FLAG-OLD
                    MOVE WS-CARD-OPS TO OP-ALLOWED-OPS
                    PERFORM P350-REGRAVA-OPERADOR
                    IF WS-OPER-STATUS = '00'
                        PERFORM P400-GRAVA-TRILHA
                        DISPLAY 'OPERACOES PERMITIDAS DE '
                            WS-CARD-OPER-ID ' AGORA: ' WS-CARD-OPS
                    END-IF
                END-IF
            END-IF.

                        WS-CARD-LIMITE
                    ADD 1 TO WS-QTDE-ERROS
                ELSE
                    MOVE OP-ACTIVE-FLAG TO WS-FLAG-OLD
                    MOVE WS-CARD-LIMITE TO OP-DAILY-LIMIT
                    PERFORM P350-REGRAVA-OPERADOR
                    IF WS-OPER-STATUS = '00'
                        PERFORM P400-GRAVA-TRILHA
                        DISPLAY 'TETO DIARIO DE ' WS-CARD-OPER-ID
                            ' AGORA: ' OP-DAILY-LIMIT
                    END-IF
                END-IF
            END-IF.

      *    LE O OPERADOR DO CARTAO PELA CHAVE; ACHANDO, O REGISTRO
      *    FICA EM OPER-RECORD PARA A ACAO ALTERAR E REGRAVAR.
       P300-PROCURA-OPERADOR.

            MOVE 'N' TO WS-ACHOU.
            MOVE WS-CARD-OPER-ID TO OP-OPERATOR-ID.
            READ OPERATOR-FILE
                INVALID KEY
                    MOVE 'N' TO WS-ACHOU
                NOT INVALID KEY
                    MOVE 'S' TO WS-ACHOU
            END-READ.
            IF WS-ACHOU = 'S'
                IF OP-EFFECTIVE-DATE NOT NUMERIC
                    MOVE ZEROS TO OP-EFFECTIVE-DATE
                END-IF
                IF OP-DAILY-LIMIT NOT NUMERIC
                    MOVE ZEROS TO OP-DAILY-LIMIT
                END-IF
            END-IF.

       P350-REGRAVA-OPERADOR.

            REWRITE OPER-RECORD.
            IF WS-OPER-STATUS NOT = '00'
                DISPLAY 'ERRO NA ATUALIZACAO DE ' WS-CARD-OPER-ID
                    ', STATUS: ' WS-OPER-STATUS
                ADD 1 TO WS-QTDE-ERROS
            ELSE
                ADD 1 TO WS-QTDE-GRAVADOS
            END-IF.

       P400-GRAVA-TRILHA.

            MOVE WS-CARD-ACAO     TO OA-ACTION.
            MOVE WS-CARD-OPER-ID  TO OA-OPERATOR-ID.
            MOVE WS-FLAG-OLD      TO OA-FLAG-OLD.
            MOVE OP-ACTIVE-FLAG   TO OA-FLAG-NEW.
            MOVE WS-VIGENCIA      TO OA-EFFECTIVE-DATE.
            MOVE WS-CARD-NOME     TO OA-OPERATOR-NAME.
      *    NAS ACOES DE AUTORIDADE A TRILHA GUARDA OS VALORES NOVOS
      *    NA VISAO OA-AUTHORITY-DATA NO LUGAR DO NOME.
            IF WS-CARD-ACAO = 'O' OR WS-CARD-ACAO = 'T'
                MOVE SPACES TO OA-OPERATOR-NAME
                MOVE OP-ALLOWED-OPS TO OA-ALLOWED-OPS
                MOVE OP-DAILY-LIMIT TO OA-DAILY-LIMIT
            END-IF.
            WRITE OPER-AUDIT-RECORD.

                CLOSE CALC-AUDIT-FILE
            END-IF.

       END PROGRAM CALCOPM.

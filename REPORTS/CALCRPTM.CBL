      * SAIDA EM CALCRPMO:
      *   - SUBTOTAIS DIARIOS POR OPERACAO;
      *   - RESUMO POR OPERADOR, ABERTO POR OPERACAO;
      *   - RESUMO POR REGIAO DO LOTE DE ORIGEM (CH-REGION-ID; '--' =
      *     SEM REGIAO), ABERTO POR OPERACAO;
      *   - TOTAL GERAL DO PERIODO.
      * RC=8 EM PARM OU ARQUIVO INVALIDO.
      *================================================================
       77  WS-FOUND                    PIC X(01) VALUE 'N'.
       77  WS-TOT-PERIODO              PIC 9(08) VALUE ZEROS.
       77  WS-SUM-EDIT                 PIC +9(15).99 VALUE ZEROS.
       77  WS-REG-COUNT                PIC 9(03) VALUE ZEROS.
       77  WS-REG-MATCH                PIC 9(03) VALUE ZEROS.
       77  WS-REG-CHAVE                PIC X(02) VALUE SPACES.

      * CODIGOS DE OPERACAO NA ORDEM DAS COLUNAS DAS TABELAS:
      * 1=M 2=A 3=S 4=D
                       INDEXED BY WS-OPO-IDX.
                   15  WS-OPER-QTDE    PIC 9(06).
                   15  WS-OPER-SUM     PIC S9(15)V99.

       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-RG-IDX.
               10  WS-REG-ID           PIC X(02).
               10  WS-REG-OP OCCURS 4 TIMES
                       INDEXED BY WS-RGO-IDX.
                   15  WS-REG-QTDE     PIC 9(08).
                   15  WS-REG-SUM      PIC S9(15)V99.
       PROCEDURE DIVISION.
       P001-INICIO.

            PERFORM P060-IMPRIME-CABECALHO.
            PERFORM P100-VARRE-PERIODO.
            PERFORM P800-IMPRIME-OPERADORES.
            PERFORM P850-IMPRIME-REGIOES.
            PERFORM P900-IMPRIME-TOTAL-GERAL.

            CLOSE CALC-HIST-FILE.
                ADD 1 TO WS-GER-QTDE (WS-GER-IDX)
                ADD CH-RESULT TO WS-GER-SUM (WS-GER-IDX)
                PERFORM P250-ACUMULA-OPERADOR
                PERFORM P270-ACUMULA-REGIAO
            END-IF.

       P210-CLASSIFICA-OPERACAO.
            ADD 1 TO WS-OPER-QTDE (WS-OPR-IDX WS-OPO-IDX).
            ADD CH-RESULT TO WS-OPER-SUM (WS-OPR-IDX WS-OPO-IDX).

       P270-ACUMULA-REGIAO.

            MOVE CH-REGION-ID TO WS-REG-CHAVE.
            IF WS-REG-CHAVE = SPACES
                MOVE '--' TO WS-REG-CHAVE
            END-IF.
            MOVE 'N' TO WS-FOUND.
            PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                    UNTIL WS-RG-IDX > WS-REG-COUNT
                IF WS-REG-ID (WS-RG-IDX) = WS-REG-CHAVE
                    MOVE 'S' TO WS-FOUND
                    SET WS-REG-MATCH TO WS-RG-IDX
                    SET WS-RG-IDX TO WS-REG-COUNT
                END-IF
            END-PERFORM.

            IF WS-FOUND = 'S'
                SET WS-RG-IDX TO WS-REG-MATCH
            ELSE
                IF WS-REG-COUNT < 100
                    ADD 1 TO WS-REG-COUNT
                    SET WS-RG-IDX TO WS-REG-COUNT
                    MOVE WS-REG-CHAVE TO WS-REG-ID (WS-RG-IDX)
                    PERFORM VARYING WS-RGO-IDX FROM 1 BY 1
                            UNTIL WS-RGO-IDX > 4
                        MOVE ZEROS
                            TO WS-REG-QTDE (WS-RG-IDX WS-RGO-IDX)
                        MOVE ZEROS
                            TO WS-REG-SUM (WS-RG-IDX WS-RGO-IDX)
                    END-PERFORM
                    MOVE 'S' TO WS-FOUND
                ELSE
                    DISPLAY 'TABELA DE REGIOES CHEIA, IGNORADA: '
                        WS-REG-CHAVE
                END-IF
            END-IF.

            IF WS-FOUND = 'S'
                SET WS-RGO-IDX TO WS-OP-SUB
                ADD 1 TO WS-REG-QTDE (WS-RG-IDX WS-RGO-IDX)
                ADD CH-RESULT TO WS-REG-SUM (WS-RG-IDX WS-RGO-IDX)
            END-IF.

       P300-IMPRIME-SUBTOTAL-DIA.

            MOVE SPACES TO RPT-LINE.
                END-PERFORM
            END-PERFORM.

       P850-IMPRIME-REGIOES.

            MOVE SPACES TO RPT-LINE.
            STRING 'RESUMO POR REGIAO E OPERACAO'
                DELIMITED BY SIZE
                INTO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                    UNTIL WS-RG-IDX > WS-REG-COUNT
                PERFORM VARYING WS-RGO-IDX FROM 1 BY 1
                        UNTIL WS-RGO-IDX > 4
                    IF WS-REG-QTDE (WS-RG-IDX WS-RGO-IDX) > ZEROS
                        SET WS-OP-IDX TO WS-RGO-IDX
                        MOVE WS-REG-SUM (WS-RG-IDX WS-RGO-IDX)
                            TO WS-SUM-EDIT
                        MOVE SPACES TO RPT-LINE
                        STRING 'REGIAO ' DELIMITED BY SIZE
                               WS-REG-ID (WS-RG-IDX)
                                   DELIMITED BY SIZE
                               ' OP ' DELIMITED BY SIZE
                               WS-OP-CODE (WS-OP-IDX)
                                   DELIMITED BY SIZE
                               ' QTDE=' DELIMITED BY SIZE
                               WS-REG-QTDE (WS-RG-IDX WS-RGO-IDX)
                                   DELIMITED BY SIZE
                               ' TOTAL=' DELIMITED BY SIZE
                               WS-SUM-EDIT DELIMITED BY SIZE
                            INTO RPT-LINE
                        WRITE RPT-LINE
                    END-IF
                END-PERFORM
            END-PERFORM.

       P900-IMPRIME-TOTAL-GERAL.

            MOVE SPACES TO RPT-LINE.

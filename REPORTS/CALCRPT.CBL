      *================================================================
      * RELATORIO DIARIO DE RESUMO, LIDO A PARTIR DO CALC-AUDIT-FILE
      * GERADO POR YOUR-PROGRAM-NAME (VER TESTE.CBL).
      * OS ITENS RETIDOS PARA APROVACAO (FLAG 'P') SAO CONTADOS A
      * PARTE E NAO ENTRAM NOS TOTAIS DE RESULTADO; QUANDO LIBERADOS
      * PELO CALCAPR APARECEM COMO OK SOB A DATA ORIGINAL. AS
      * SUSPEITAS DE DUPLICIDADE (FLAG 'D', RETIDAS NO CALCDUP) TEM
      * LINHA PROPRIA E, POR OPERADOR, CONTAM COMO RETIDAS.
      * OS ESTORNOS DE AJUSTE DE PERIODO FECHADO (FLAG 'J', GRAVADOS
      * PELO CALCBKO) NAO SAO CALCULOS DO DIA: SO SAO CONTADOS NUMA
      * LINHA PROPRIA. O MESMO VALE PARA AS CORRECOES PONTUAIS DO
      * CALCCOR (FLAGS 'R' = ESTORNO E 'N' = VALOR NOVO) E PARA AS
      * LINHAS DOS REGISTROS ESTORNADOS PELO CALCBKO (FLAGS 'B' E
      * 'F'), QUE NAO SAO LANCAMENTOS.
      * OS CALCULOS DO DIA TAMBEM SAEM TOTALIZADOS POR REGIAO DO LOTE
      * DE ORIGEM (CA-REGION-ID; '--' = SEM REGIAO, COMO O MODO
      * INTERATIVO), PARA BALANCEAR E COBRAR CADA EXTRATOR REGIONAL.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-TOTAL-CALC               PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-ERRO               PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-OK                 PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-RETIDO             PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-AJUSTE             PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-CORRECAO           PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-ESTORNO            PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-SUSPEITO           PIC 9(06) VALUE ZEROS.
       77  WS-SUM-RESULT               PIC S9(15)V99 VALUE ZEROS.
       77  WS-MIN-RESULT               PIC S9(13)V99
                                       VALUE 9999999999999.99.
       77  WS-FOUND                    PIC X(01) VALUE 'N'.
       77  WS-OPER-COUNT               PIC 9(02) VALUE ZEROS.
       77  WS-MATCH-IDX                PIC 9(02) VALUE ZEROS.
       77  WS-REG-COUNT                PIC 9(03) VALUE ZEROS.
       77  WS-REG-MATCH                PIC 9(03) VALUE ZEROS.
       77  WS-REG-CHAVE                PIC X(02) VALUE SPACES.
       77  WS-REG-SUM-EDIT             PIC +9(15).99 VALUE ZEROS.

       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY OCCURS 50 TIMES INDEXED BY WS-OP-IDX.
               10  WS-OPER-ID          PIC X(08).
               10  WS-OPER-TOTAL       PIC 9(06).
               10  WS-OPER-ERRO        PIC 9(06).
               10  WS-OPER-RETIDO      PIC 9(06).
               10  WS-OPER-SUM         PIC S9(15)V99.
               10  WS-OPER-MIN         PIC S9(13)V99.
               10  WS-OPER-MAX         PIC S9(13)V99.

       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 100 TIMES INDEXED BY WS-RG-IDX.
               10  WS-REG-ID           PIC X(02).
               10  WS-REG-TOTAL        PIC 9(06).
               10  WS-REG-ERRO         PIC 9(06).
               10  WS-REG-RETIDO       PIC 9(06).
               10  WS-REG-SUM          PIC S9(15)V99.

       01  WS-PRT-OPER-AVG             PIC S9(13)V99 VALUE ZEROS.
       01  WS-AVG-EDIT                 PIC +9(13).99 VALUE ZEROS.
       01  WS-OPER-AVG-EDIT            PIC +9(13).99 VALUE ZEROS.
       P200-ACUMULA.

            IF CA-DATE = WS-TARGET-DATE
               AND CA-ERROR-FLAG = 'J'
                ADD 1 TO WS-TOTAL-AJUSTE
            END-IF.
            IF CA-DATE = WS-TARGET-DATE
               AND (CA-ERROR-FLAG = 'R' OR CA-ERROR-FLAG = 'N')
                ADD 1 TO WS-TOTAL-CORRECAO
            END-IF.
            IF CA-DATE = WS-TARGET-DATE
               AND (CA-ERROR-FLAG = 'B' OR CA-ERROR-FLAG = 'F')
                ADD 1 TO WS-TOTAL-ESTORNO
            END-IF.
            IF CA-DATE = WS-TARGET-DATE
               AND CA-ERROR-FLAG NOT = 'J'
               AND CA-ERROR-FLAG NOT = 'R'
               AND CA-ERROR-FLAG NOT = 'N'
               AND CA-ERROR-FLAG NOT = 'B'
               AND CA-ERROR-FLAG NOT = 'F'
                ADD 1 TO WS-TOTAL-CALC
                EVALUATE CA-ERROR-FLAG
                    WHEN 'E'
                        ADD 1 TO WS-TOTAL-ERRO
                    WHEN 'P'
                        ADD 1 TO WS-TOTAL-RETIDO
                    WHEN 'D'
                        ADD 1 TO WS-TOTAL-SUSPEITO
                    WHEN OTHER
                        ADD 1 TO WS-TOTAL-OK
                        ADD CA-RESULT TO WS-SUM-RESULT
                        IF CA-RESULT < WS-MIN-RESULT
                            MOVE CA-RESULT TO WS-MIN-RESULT
                        END-IF
                        IF CA-RESULT > WS-MAX-RESULT
                            MOVE CA-RESULT TO WS-MAX-RESULT
                        END-IF
                END-EVALUATE
                PERFORM P210-ACUMULA-OPERADOR
                PERFORM P230-ACUMULA-REGIAO
            END-IF.

       P210-ACUMULA-OPERADOR.
                    MOVE CA-OPERATOR-ID TO WS-OPER-ID (WS-OP-IDX)
                    MOVE ZEROS TO WS-OPER-TOTAL (WS-OP-IDX)
                    MOVE ZEROS TO WS-OPER-ERRO (WS-OP-IDX)
                    MOVE ZEROS TO WS-OPER-RETIDO (WS-OP-IDX)
                    MOVE ZEROS TO WS-OPER-SUM (WS-OP-IDX)
                    MOVE 9999999999999.99
                        TO WS-OPER-MIN (WS-OP-IDX)
       P220-ACUMULA-ENTRADA.

            ADD 1 TO WS-OPER-TOTAL (WS-OP-IDX).
            EVALUATE CA-ERROR-FLAG
                WHEN 'E'
                    ADD 1 TO WS-OPER-ERRO (WS-OP-IDX)
                WHEN 'P'
                WHEN 'D'
                    ADD 1 TO WS-OPER-RETIDO (WS-OP-IDX)
                WHEN OTHER
                    ADD CA-RESULT TO WS-OPER-SUM (WS-OP-IDX)
                    IF CA-RESULT < WS-OPER-MIN (WS-OP-IDX)
                        MOVE CA-RESULT TO WS-OPER-MIN (WS-OP-IDX)
                    END-IF
                    IF CA-RESULT > WS-OPER-MAX (WS-OP-IDX)
                        MOVE CA-RESULT TO WS-OPER-MAX (WS-OP-IDX)
                    END-IF
            END-EVALUATE.

       P230-ACUMULA-REGIAO.

            MOVE CA-REGION-ID TO WS-REG-CHAVE.
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
                    MOVE ZEROS TO WS-REG-TOTAL (WS-RG-IDX)
                    MOVE ZEROS TO WS-REG-ERRO (WS-RG-IDX)
                    MOVE ZEROS TO WS-REG-RETIDO (WS-RG-IDX)
                    MOVE ZEROS TO WS-REG-SUM (WS-RG-IDX)
                    MOVE 'S' TO WS-FOUND
                ELSE
                    DISPLAY 'TABELA DE REGIOES CHEIA, IGNORADA: '
                        WS-REG-CHAVE
                END-IF
            END-IF.

            IF WS-FOUND = 'S'
                ADD 1 TO WS-REG-TOTAL (WS-RG-IDX)
                EVALUATE CA-ERROR-FLAG
                    WHEN 'E'
                        ADD 1 TO WS-REG-ERRO (WS-RG-IDX)
                    WHEN 'P'
                    WHEN 'D'
                        ADD 1 TO WS-REG-RETIDO (WS-RG-IDX)
                    WHEN OTHER
                        ADD CA-RESULT TO WS-REG-SUM (WS-RG-IDX)
                END-EVALUATE
            END-IF.

       P900-IMPRIME-RESUMO.

            IF WS-TOTAL-OK > 0
                INTO RPT-LINE.
            WRITE RPT-LINE.

            MOVE SPACES TO RPT-LINE.
            STRING 'RETIDOS P/ APROVACAO:' DELIMITED BY SIZE
                   WS-TOTAL-RETIDO       DELIMITED BY SIZE
                INTO RPT-LINE.
            WRITE RPT-LINE.

            MOVE SPACES TO RPT-LINE.
            STRING 'SUSPEITOS DUPLICID.:' DELIMITED BY SIZE
                   WS-TOTAL-SUSPEITO    DELIMITED BY SIZE
                INTO RPT-LINE.
            WRITE RPT-LINE.

            MOVE SPACES TO RPT-LINE.
            STRING 'ESTORNOS DE AJUSTE: ' DELIMITED BY SIZE
                   WS-TOTAL-AJUSTE      DELIMITED BY SIZE
                INTO RPT-LINE.
            WRITE RPT-LINE.

            MOVE SPACES TO RPT-LINE.
            STRING 'CORRECOES PONTUAIS: ' DELIMITED BY SIZE
                   WS-TOTAL-CORRECAO    DELIMITED BY SIZE
                INTO RPT-LINE.
            WRITE RPT-LINE.

            MOVE SPACES TO RPT-LINE.
            STRING 'ESTORNOS EXECUCAO:  ' DELIMITED BY SIZE
                   WS-TOTAL-ESTORNO     DELIMITED BY SIZE
                INTO RPT-LINE.
            WRITE RPT-LINE.

            MOVE SPACES TO RPT-LINE.
            STRING 'RESULTADO MINIMO:   ' DELIMITED BY SIZE
                   WS-MIN-EDIT          DELIMITED BY SIZE
                    UNTIL WS-OP-IDX > WS-OPER-COUNT
                MOVE ZEROS TO WS-PRT-OPER-AVG
                IF WS-OPER-TOTAL (WS-OP-IDX) >
                   WS-OPER-ERRO (WS-OP-IDX) + WS-OPER-RETIDO (WS-OP-IDX)
                    COMPUTE WS-PRT-OPER-AVG =
                        WS-OPER-SUM (WS-OP-IDX) /
                        (WS-OPER-TOTAL (WS-OP-IDX) -
                         WS-OPER-ERRO (WS-OP-IDX) -
                         WS-OPER-RETIDO (WS-OP-IDX))
                ELSE
                    MOVE ZEROS TO WS-OPER-MIN (WS-OP-IDX)
                    MOVE ZEROS TO WS-OPER-MAX (WS-OP-IDX)
                       WS-OPER-TOTAL (WS-OP-IDX) DELIMITED BY SIZE
                       ' ERR='                   DELIMITED BY SIZE
                       WS-OPER-ERRO (WS-OP-IDX)  DELIMITED BY SIZE
                       ' RET='                   DELIMITED BY SIZE
                       WS-OPER-RETIDO (WS-OP-IDX)
                                                 DELIMITED BY SIZE
                    INTO RPT-LINE
                WRITE RPT-LINE
                MOVE SPACES TO RPT-LINE
                WRITE RPT-LINE
            END-PERFORM.

            MOVE SPACES TO RPT-LINE.
            STRING 'RESUMO POR REGIAO' DELIMITED BY SIZE
                INTO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                    UNTIL WS-RG-IDX > WS-REG-COUNT
                MOVE WS-REG-SUM (WS-RG-IDX) TO WS-REG-SUM-EDIT
                MOVE SPACES TO RPT-LINE
                STRING 'REGIAO '                 DELIMITED BY SIZE
                       WS-REG-ID (WS-RG-IDX)     DELIMITED BY SIZE
                       ' TOT='                   DELIMITED BY SIZE
                       WS-REG-TOTAL (WS-RG-IDX)  DELIMITED BY SIZE
                       ' ERR='                   DELIMITED BY SIZE
                       WS-REG-ERRO (WS-RG-IDX)   DELIMITED BY SIZE
                       ' RET='                   DELIMITED BY SIZE
                       WS-REG-RETIDO (WS-RG-IDX) DELIMITED BY SIZE
                       ' TOTAL='                 DELIMITED BY SIZE
                       WS-REG-SUM-EDIT           DELIMITED BY SIZE
                    INTO RPT-LINE
                WRITE RPT-LINE
            END-PERFORM.

      *    ESTATISTICAS POR EXECUCAO, TIRADAS DOS REGISTROS 'F' DO
      *    DIARIO CALCRLG GRAVADO POR YOUR-PROGRAM-NAME (QUANDO O DD
      *    ESTIVER PRESENTE).

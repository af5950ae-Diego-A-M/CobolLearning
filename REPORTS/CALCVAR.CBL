       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCVAR.
      *================================================================
      * RELATORIO DE VARIACAO DO DIA: COMPARA A QUANTIDADE E O TOTAL
      * DE RESULTADOS DA DATA DE NEGOCIO NO CALC-HIST-FILE (INDEXADO
      * / VSAM KSDS) COM A MEDIA DOS 20 DIAS UTEIS ANTERIORES, POR
      * CODIGO DE OPERACAO (M/A/S/D) E POR OPERADOR. O CALCRPT DIZ O
      * QUE ACONTECEU NO DIA; ESTE DIZ SE O DIA PARECE NORMAL - UM
      * EXTRATOR REGIONAL QUE NAO MANDOU NADA OU UM OPERADOR FORA DO
      * PADRAO APARECEM NA MESMA NOITE, NAO NO FECHAMENTO DO MES.
      * DIAS UTEIS: SEM SABADO, DOMINGO E OS FERIADOS 'H' DO CALCDATE
      * (A MESMA REGRA DO CALCDTE). UM DIA UTIL SEM MOVIMENTO ENTRA NA
      * MEDIA COMO ZERO.
      * CONTAM OS REGISTROS POSTADOS; OS ESTORNOS 'J' (AJUSTE) E 'E'
      * (CORRECAO) NAO SAO MOVIMENTO NOVO E FICAM DE FORA.
      * TOLERANCIA NO CALCPARM (CP-VAR-TOL-QTDE-PCT, CP-VAR-TOL-
      * VALOR-PCT E CP-VAR-MIN-QTDE, VER CALCPARM.CPY); SEM O ARQUIVO
      * OU COM O CAMPO ZERADO, 50% E TODAS AS LINHAS AVALIADAS.
      * PARM: DATA (AAAAMMDD); SEM PARM, A DATA DE NEGOCIO CORRENTE DO
      *       CALCDATE.
      * SAIDA EM CALCVARO, UMA LINHA POR CODIGO DE OPERACAO (E O
      * TOTAL) E UMA POR OPERADOR E CODIGO, COM QUANTIDADE E VALOR DO
      * DIA, MEDIA E VARIACAO (%); '*' DEPOIS DA VARIACAO MARCA A
      * EXCECAO.
      * TERMINA COM RC=4 QUANDO HA EXCECAO E RC=8 EM PARM OU ARQUIVO
      * INVALIDO.
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

           SELECT OPTIONAL CALC-DATE-FILE ASSIGN TO 'CALCDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

           SELECT OPTIONAL CALC-PARM-FILE ASSIGN TO 'CALCPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALC-VAR-RPT ASSIGN TO 'CALCVARO'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-HIST-FILE.
       COPY HISTFILE.

       FD  CALC-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCDAT.

       FD  CALC-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCPARM.

       FD  CALC-VAR-RPT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
       77  WS-DATE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       77  WS-RUN-PARM                 PIC X(08) VALUE SPACES.
       77  WS-EOF-DATE                 PIC X(01) VALUE 'N'.
       77  WS-HIST-MORE                PIC X(01) VALUE 'N'.
       77  WS-DATA-INICIO              PIC 9(08) VALUE ZEROS.
       77  WS-DATA-TESTE               PIC 9(08) VALUE ZEROS.
       77  WS-DATA-INT                 PIC 9(08) VALUE ZEROS.
       77  WS-DIA-SEMANA               PIC 9(01) VALUE ZEROS.
       77  WS-DIA-UTIL                 PIC X(01) VALUE 'N'.
       77  WS-FERIADO-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-JAN-COUNT                PIC 9(02) VALUE ZEROS.
       77  WS-PERIODO                  PIC X(01) VALUE SPACE.
       77  WS-OP-SUB                   PIC 9(01) VALUE ZEROS.
       77  WS-OPER-COUNT               PIC 9(04) VALUE ZEROS.
       77  WS-MATCH-IDX                PIC 9(04) VALUE ZEROS.
       77  WS-FOUND                    PIC X(01) VALUE 'N'.
       77  WS-OPER-FORA                PIC 9(08) VALUE ZEROS.
       77  WS-TOL-QTDE                 PIC 9(03) VALUE 50.
       77  WS-TOL-VALOR                PIC 9(03) VALUE 50.
       77  WS-MIN-QTDE                 PIC 9(05) VALUE ZEROS.
       77  WS-HOJE-QTDE                PIC 9(07) VALUE ZEROS.
       77  WS-HOJE-SUM                 PIC S9(15)V99 VALUE ZEROS.
       77  WS-JAN-QTDE                 PIC 9(08) VALUE ZEROS.
       77  WS-JAN-SUM                  PIC S9(15)V99 VALUE ZEROS.
       77  WS-MEDIA-QTDE               PIC S9(07)V99 VALUE ZEROS.
       77  WS-MEDIA-VALOR              PIC S9(15)V99 VALUE ZEROS.
       77  WS-DIVISOR                  PIC S9(15)V99 VALUE ZEROS.
       77  WS-VAR-QTDE                 PIC S9(04) VALUE ZEROS.
       77  WS-VAR-VALOR                PIC S9(04) VALUE ZEROS.
       77  WS-EXCECAO                  PIC X(01) VALUE 'N'.
       77  WS-QTDE-EXCECOES            PIC 9(06) VALUE ZEROS.
       77  WS-TOT-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WS-TOT-JANELA               PIC 9(08) VALUE ZEROS.

       01  WS-DATA-ALVO                PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WS-DATA-ALVO.
           05  WS-ALVO-ANO             PIC 9(04).
           05  WS-ALVO-MES             PIC 9(02).
           05  WS-ALVO-DIA             PIC 9(02).

      * CODIGOS DE OPERACAO NA ORDEM DAS COLUNAS DAS TABELAS:
      * 1=M 2=A 3=S 4=D
       01  WS-OP-CODES                 PIC X(04) VALUE 'MASD'.
       01  FILLER REDEFINES WS-OP-CODES.
           05  WS-OP-CODE OCCURS 4 TIMES
                   INDEXED BY WS-OP-IDX
                                       PIC X(01).

       01  WS-FERIADO-TABLE.
           05  WS-FERIADO-DATE OCCURS 500 TIMES
               INDEXED BY WS-FER-IDX   PIC 9(08).

      *    OS 20 DIAS UTEIS ANTERIORES A DATA DO RELATORIO, DO MAIS
      *    RECENTE PARA O MAIS ANTIGO.
       01  WS-JANELA-TABLE.
           05  WS-JANELA-DATA OCCURS 20 TIMES
               INDEXED BY WS-JAN-IDX   PIC 9(08).

      *    ACUMULADORES: HOJE = DATA DO RELATORIO, JAN = SOMA DOS 20
      *    DIAS DA JANELA (A MEDIA E A SOMA DIVIDIDA POR 20).
       01  WS-GER-TOTALS.
           05  WS-GER-OP OCCURS 4 TIMES INDEXED BY WS-GER-IDX.
               10  WS-GER-HOJE-QTDE    PIC 9(07).
               10  WS-GER-HOJE-SUM     PIC S9(15)V99.
               10  WS-GER-JAN-QTDE     PIC 9(08).
               10  WS-GER-JAN-SUM      PIC S9(15)V99.

       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-OPR-IDX.
               10  WS-OPER-ID          PIC X(08).
               10  WS-OPER-OP OCCURS 4 TIMES
                       INDEXED BY WS-OPO-IDX.
                   15  WS-OPER-HOJE-QTDE
                                       PIC 9(07).
                   15  WS-OPER-HOJE-SUM
                                       PIC S9(15)V99.
                   15  WS-OPER-JAN-QTDE
                                       PIC 9(08).
                   15  WS-OPER-JAN-SUM PIC S9(15)V99.

       01  WS-CABECALHO.
           05  FILLER                  PIC X(40)
                   VALUE 'OPERADOR OP QTD DIA  QTD MEDIA  VAR%    '.
           05  FILLER                  PIC X(40)
                   VALUE '     VALOR DIA      VALOR MEDIA  VAR%   '.

       01  WS-DETALHE.
           05  WS-DT-CHAVE             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DT-OPERACAO          PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DT-QTDE-HOJE         PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DT-QTDE-MEDIA        PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DT-VAR-QTDE          PIC -ZZZ9.
           05  WS-DT-MARCA-QTDE        PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DT-VALOR-HOJE        PIC -(12)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DT-VALOR-MEDIA       PIC -(12)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DT-VAR-VALOR         PIC -ZZZ9.
           05  WS-DT-MARCA-VALOR       PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
       P001-INICIO.

            ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
            IF WS-RUN-PARM IS NUMERIC AND WS-RUN-PARM NOT = ZEROS
                MOVE WS-RUN-PARM TO WS-DATA-ALVO
            ELSE
                IF WS-RUN-PARM NOT = SPACES
                    DISPLAY 'DATA INVALIDA: ' WS-RUN-PARM
                    DISPLAY 'USO: AAAAMMDD  OU  SEM PARM (DATA DE '
                        'NEGOCIO CORRENTE)'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

            PERFORM P050-LE-CALENDARIO.
            IF WS-ALVO-MES < 01 OR WS-ALVO-MES > 12
               OR WS-ALVO-DIA < 01 OR WS-ALVO-DIA > 31
                DISPLAY 'DATA INVALIDA: ' WS-DATA-ALVO
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM P060-LE-PARAMETRO.
            PERFORM P070-MONTA-JANELA.

            OPEN INPUT CALC-HIST-FILE.
            IF WS-HIST-STATUS NOT = '00'
                DISPLAY 'CALC-HIST-FILE INDISPONIVEL, STATUS: '
                    WS-HIST-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT CALC-VAR-RPT.

            PERFORM P080-ZERA-ACUMULADORES.
            PERFORM P100-VARRE-HISTORICO.
            PERFORM P300-IMPRIME-CABECALHO.
            PERFORM P400-IMPRIME-OPERACOES.
            PERFORM P500-IMPRIME-OPERADORES.
            PERFORM P900-IMPRIME-RESUMO.

            CLOSE CALC-HIST-FILE.
            CLOSE CALC-VAR-RPT.

            DISPLAY 'VARIACAO DE ' WS-DATA-ALVO ' CONTRA '
                WS-DATA-INICIO ' A ' WS-JANELA-DATA (1).
            DISPLAY 'REGISTROS DO DIA    : ' WS-TOT-HOJE.
            DISPLAY 'REGISTROS DA JANELA : ' WS-TOT-JANELA.
            IF WS-OPER-FORA > ZEROS
                DISPLAY 'REGISTROS DE OPERADORES FORA DA TABELA: '
                    WS-OPER-FORA
            END-IF.
            IF WS-QTDE-EXCECOES > ZEROS OR WS-OPER-FORA > ZEROS
                DISPLAY '*** CALCVAR: ' WS-QTDE-EXCECOES
                    ' LINHA(S) FORA DA TOLERANCIA ***'
                MOVE 4 TO RETURN-CODE
            END-IF.

            STOP RUN.

      *    FERIADOS 'H' PARA A JANELA; SEM PARM, A DATA DO RELATORIO
      *    E A DATA DE NEGOCIO CORRENTE ('D').
       P050-LE-CALENDARIO.

            MOVE 'N' TO WS-EOF-DATE.
            OPEN INPUT CALC-DATE-FILE.
            IF WS-DATE-STATUS = '00'
                PERFORM UNTIL WS-EOF-DATE = 'S'
                    READ CALC-DATE-FILE
                        AT END
                            MOVE 'S' TO WS-EOF-DATE
                        NOT AT END
                            EVALUATE CD-REC-TYPE
                                WHEN 'D'
                                    IF WS-DATA-ALVO = ZEROS
                                        MOVE CD-DATE TO WS-DATA-ALVO
                                    END-IF
                                WHEN 'H'
                                    PERFORM P055-GUARDA-FERIADO
                            END-EVALUATE
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY 'CALCDATE AUSENTE - FERIADOS NAO '
                    'CONSIDERADOS NA JANELA'
            END-IF.
            IF WS-DATE-STATUS = '00' OR WS-DATE-STATUS = '05'
                CLOSE CALC-DATE-FILE
            END-IF.
            IF WS-DATA-ALVO = ZEROS
                DISPLAY 'DATA DE NEGOCIO AUSENTE NO CALCDATE - '
                    'INFORME A DATA NO PARM'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    SEM ESPACO PARA UM FERIADO, ELE ENTRARIA NA MEDIA COMO DIA
      *    SEM MOVIMENTO; O RELATORIO PARA EM VEZ DE SAIR DISTORCIDO.
       P055-GUARDA-FERIADO.

            IF WS-FERIADO-COUNT < 500
                ADD 1 TO WS-FERIADO-COUNT
                SET WS-FER-IDX TO WS-FERIADO-COUNT
                MOVE CD-DATE TO WS-FERIADO-DATE (WS-FER-IDX)
            ELSE
                DISPLAY 'TABELA DE FERIADOS CHEIA: ' CD-DATE
                CLOSE CALC-DATE-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       P060-LE-PARAMETRO.

            OPEN INPUT CALC-PARM-FILE.
            IF WS-PARM-STATUS = '00' OR WS-PARM-STATUS = '05'
                IF WS-PARM-STATUS = '00'
                    READ CALC-PARM-FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF CP-VAR-TOL-QTDE-PCT IS NUMERIC
                               AND CP-VAR-TOL-QTDE-PCT > ZEROS
                                MOVE CP-VAR-TOL-QTDE-PCT
                                    TO WS-TOL-QTDE
                            END-IF
                            IF CP-VAR-TOL-VALOR-PCT IS NUMERIC
                               AND CP-VAR-TOL-VALOR-PCT > ZEROS
                                MOVE CP-VAR-TOL-VALOR-PCT
                                    TO WS-TOL-VALOR
                            END-IF
                            IF CP-VAR-MIN-QTDE IS NUMERIC
                                MOVE CP-VAR-MIN-QTDE TO WS-MIN-QTDE
                            END-IF
                    END-READ
                END-IF
                CLOSE CALC-PARM-FILE
            END-IF.

      *    VOLTA DIA A DIA A PARTIR DA DATA DO RELATORIO ATE JUNTAR 20
      *    DIAS UTEIS.
       P070-MONTA-JANELA.

            COMPUTE WS-DATA-INT =
                FUNCTION INTEGER-OF-DATE (WS-DATA-ALVO).
            MOVE ZEROS TO WS-JAN-COUNT.
            PERFORM UNTIL WS-JAN-COUNT = 20
                SUBTRACT 1 FROM WS-DATA-INT
                COMPUTE WS-DATA-TESTE =
                    FUNCTION DATE-OF-INTEGER (WS-DATA-INT)
                PERFORM P075-TESTA-DIA-UTIL
                IF WS-DIA-UTIL = 'S'
                    ADD 1 TO WS-JAN-COUNT
                    SET WS-JAN-IDX TO WS-JAN-COUNT
                    MOVE WS-DATA-TESTE TO WS-JANELA-DATA (WS-JAN-IDX)
                END-IF
            END-PERFORM.
            MOVE WS-DATA-TESTE TO WS-DATA-INICIO.

       P075-TESTA-DIA-UTIL.

            MOVE 'S' TO WS-DIA-UTIL.
            COMPUTE WS-DIA-SEMANA = FUNCTION MOD (WS-DATA-INT, 7).
      *    0 = DOMINGO, 6 = SABADO (DIA 1 DO CALENDARIO = SEGUNDA)
            IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
                MOVE 'N' TO WS-DIA-UTIL
            END-IF.
            PERFORM VARYING WS-FER-IDX FROM 1 BY 1
                    UNTIL WS-FER-IDX > WS-FERIADO-COUNT
                IF WS-FERIADO-DATE (WS-FER-IDX) = WS-DATA-TESTE
                    MOVE 'N' TO WS-DIA-UTIL
                    SET WS-FER-IDX TO WS-FERIADO-COUNT
                END-IF
            END-PERFORM.

       P080-ZERA-ACUMULADORES.

            PERFORM VARYING WS-GER-IDX FROM 1 BY 1
                    UNTIL WS-GER-IDX > 4
                MOVE ZEROS TO WS-GER-HOJE-QTDE (WS-GER-IDX)
                MOVE ZEROS TO WS-GER-HOJE-SUM (WS-GER-IDX)
                MOVE ZEROS TO WS-GER-JAN-QTDE (WS-GER-IDX)
                MOVE ZEROS TO WS-GER-JAN-SUM (WS-GER-IDX)
            END-PERFORM.

      *    UMA SO VARREDURA DO INICIO DA JANELA ATE A DATA DO
      *    RELATORIO; REGISTRO DATADO EM DIA NAO UTIL (LOTE COM FORCA)
      *    NAO E DA JANELA E FICA DE FORA.
       P100-VARRE-HISTORICO.

            MOVE WS-DATA-INICIO TO CH-RUN-DATE.
            MOVE ZEROS          TO CH-SEQ-NUM.
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
                        IF CH-RUN-DATE > WS-DATA-ALVO
                            MOVE 'N' TO WS-HIST-MORE
                        ELSE
                            IF CH-STATUS NOT = 'J'
                               AND CH-STATUS NOT = 'E'
                                PERFORM P200-ACUMULA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

       P200-ACUMULA.

            MOVE SPACE TO WS-PERIODO.
            IF CH-RUN-DATE = WS-DATA-ALVO
                MOVE 'H' TO WS-PERIODO
            ELSE
                PERFORM VARYING WS-JAN-IDX FROM 1 BY 1
                        UNTIL WS-JAN-IDX > WS-JAN-COUNT
                    IF WS-JANELA-DATA (WS-JAN-IDX) = CH-RUN-DATE
                        MOVE 'J' TO WS-PERIODO
                        SET WS-JAN-IDX TO WS-JAN-COUNT
                    END-IF
                END-PERFORM
            END-IF.
            IF WS-PERIODO NOT = SPACE
                PERFORM P210-CLASSIFICA-OPERACAO
                IF WS-OP-SUB = ZEROS
                    DISPLAY 'OPERACAO DESCONHECIDA NO HISTORICO: '
                        CH-OPERATION ' EM ' CH-RUN-DATE '/' CH-SEQ-NUM
                ELSE
                    SET WS-GER-IDX TO WS-OP-SUB
                    IF WS-PERIODO = 'H'
                        ADD 1 TO WS-TOT-HOJE
                        ADD 1 TO WS-GER-HOJE-QTDE (WS-GER-IDX)
                        ADD CH-RESULT TO WS-GER-HOJE-SUM (WS-GER-IDX)
                    ELSE
                        ADD 1 TO WS-TOT-JANELA
                        ADD 1 TO WS-GER-JAN-QTDE (WS-GER-IDX)
                        ADD CH-RESULT TO WS-GER-JAN-SUM (WS-GER-IDX)
                    END-IF
                    PERFORM P250-ACUMULA-OPERADOR
                END-IF
            END-IF.

       P210-CLASSIFICA-OPERACAO.

            MOVE ZEROS TO WS-OP-SUB.
            EVALUATE CH-OPERATION
                WHEN 'M'
                    MOVE 1 TO WS-OP-SUB
                WHEN 'A'
                    MOVE 2 TO WS-OP-SUB
                WHEN 'S'
                    MOVE 3 TO WS-OP-SUB
                WHEN 'D'
                    MOVE 4 TO WS-OP-SUB
            END-EVALUATE.

      *    OPERADOR QUE NAO CABE NA TABELA NAO SOME EM SILENCIO: OS
      *    REGISTROS SAO CONTADOS E O RELATORIO TERMINA COM RC=4.
       P250-ACUMULA-OPERADOR.

            MOVE 'N' TO WS-FOUND.
            PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                    UNTIL WS-OPR-IDX > WS-OPER-COUNT
                IF WS-OPER-ID (WS-OPR-IDX) = CH-OPERATOR-ID
                    MOVE 'S' TO WS-FOUND
                    SET WS-MATCH-IDX TO WS-OPR-IDX
                    SET WS-OPR-IDX TO WS-OPER-COUNT
                END-IF
            END-PERFORM.

            IF WS-FOUND = 'S'
                SET WS-OPR-IDX TO WS-MATCH-IDX
                PERFORM P260-ACUMULA-ENTRADA
            ELSE
                IF WS-OPER-COUNT < 2000
                    ADD 1 TO WS-OPER-COUNT
                    SET WS-OPR-IDX TO WS-OPER-COUNT
                    MOVE CH-OPERATOR-ID TO WS-OPER-ID (WS-OPR-IDX)
                    PERFORM VARYING WS-OPO-IDX FROM 1 BY 1
                            UNTIL WS-OPO-IDX > 4
                        MOVE ZEROS TO WS-OPER-HOJE-QTDE
                                          (WS-OPR-IDX WS-OPO-IDX)
                        MOVE ZEROS TO WS-OPER-HOJE-SUM
                                          (WS-OPR-IDX WS-OPO-IDX)
                        MOVE ZEROS TO WS-OPER-JAN-QTDE
                                          (WS-OPR-IDX WS-OPO-IDX)
                        MOVE ZEROS TO WS-OPER-JAN-SUM
                                          (WS-OPR-IDX WS-OPO-IDX)
                    END-PERFORM
                    PERFORM P260-ACUMULA-ENTRADA
                ELSE
                    IF WS-OPER-FORA = ZEROS
                        DISPLAY 'TABELA DE OPERADORES CHEIA (2000) '
                            'A PARTIR DE: ' CH-OPERATOR-ID
                    END-IF
                    ADD 1 TO WS-OPER-FORA
                END-IF
            END-IF.

       P260-ACUMULA-ENTRADA.

            SET WS-OPO-IDX TO WS-OP-SUB.
            IF WS-PERIODO = 'H'
                ADD 1 TO WS-OPER-HOJE-QTDE (WS-OPR-IDX WS-OPO-IDX)
                ADD CH-RESULT
                    TO WS-OPER-HOJE-SUM (WS-OPR-IDX WS-OPO-IDX)
            ELSE
                ADD 1 TO WS-OPER-JAN-QTDE (WS-OPR-IDX WS-OPO-IDX)
                ADD CH-RESULT
                    TO WS-OPER-JAN-SUM (WS-OPR-IDX WS-OPO-IDX)
            END-IF.

       P300-IMPRIME-CABECALHO.

            MOVE SPACES TO RPT-LINE.
            STRING 'VARIACAO DO DIA '            DELIMITED BY SIZE
                   WS-DATA-ALVO                  DELIMITED BY SIZE
                   ' CONTRA A MEDIA DE 20 DIAS UTEIS'
                                                 DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING 'JANELA: '                    DELIMITED BY SIZE
                   WS-DATA-INICIO                DELIMITED BY SIZE
                   ' A '                         DELIMITED BY SIZE
                   WS-JANELA-DATA (1)            DELIMITED BY SIZE
                   ' (SEM FINS DE SEMANA E FERIADOS)'
                                                 DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING 'TOLERANCIA: QTDE '           DELIMITED BY SIZE
                   WS-TOL-QTDE                   DELIMITED BY SIZE
                   '%  VALOR '                   DELIMITED BY SIZE
                   WS-TOL-VALOR                  DELIMITED BY SIZE
                   '%  QTDE MINIMA '             DELIMITED BY SIZE
                   WS-MIN-QTDE                   DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            WRITE RPT-LINE.

      *    UMA LINHA POR CODIGO DE OPERACAO E O TOTAL DO DIA ('*').
       P400-IMPRIME-OPERACOES.

            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'POR CODIGO DE OPERACAO' TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-CABECALHO TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM VARYING WS-GER-IDX FROM 1 BY 1
                    UNTIL WS-GER-IDX > 4
                SET WS-OP-IDX TO WS-GER-IDX
                MOVE 'TODOS' TO WS-DT-CHAVE
                MOVE WS-OP-CODE (WS-OP-IDX) TO WS-DT-OPERACAO
                MOVE WS-GER-HOJE-QTDE (WS-GER-IDX) TO WS-HOJE-QTDE
                MOVE WS-GER-HOJE-SUM (WS-GER-IDX)  TO WS-HOJE-SUM
                MOVE WS-GER-JAN-QTDE (WS-GER-IDX)  TO WS-JAN-QTDE
                MOVE WS-GER-JAN-SUM (WS-GER-IDX)   TO WS-JAN-SUM
                PERFORM P600-AVALIA-LINHA
            END-PERFORM.

            MOVE 'TODOS' TO WS-DT-CHAVE.
            MOVE '*' TO WS-DT-OPERACAO.
            MOVE ZEROS TO WS-HOJE-QTDE WS-HOJE-SUM
                          WS-JAN-QTDE WS-JAN-SUM.
            PERFORM VARYING WS-GER-IDX FROM 1 BY 1
                    UNTIL WS-GER-IDX > 4
                ADD WS-GER-HOJE-QTDE (WS-GER-IDX) TO WS-HOJE-QTDE
                ADD WS-GER-HOJE-SUM (WS-GER-IDX)  TO WS-HOJE-SUM
                ADD WS-GER-JAN-QTDE (WS-GER-IDX)  TO WS-JAN-QTDE
                ADD WS-GER-JAN-SUM (WS-GER-IDX)   TO WS-JAN-SUM
            END-PERFORM.
            PERFORM P600-AVALIA-LINHA.

      *    UMA LINHA POR OPERADOR E CODIGO COM MOVIMENTO NO DIA OU NA
      *    JANELA; O OPERADOR QUE SUMIU NO DIA SAI COM VARIACAO -100.
       P500-IMPRIME-OPERADORES.

            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'POR OPERADOR E CODIGO DE OPERACAO' TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-CABECALHO TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                    UNTIL WS-OPR-IDX > WS-OPER-COUNT
                PERFORM VARYING WS-OPO-IDX FROM 1 BY 1
                        UNTIL WS-OPO-IDX > 4
                    MOVE WS-OPER-HOJE-QTDE (WS-OPR-IDX WS-OPO-IDX)
                        TO WS-HOJE-QTDE
                    MOVE WS-OPER-JAN-QTDE (WS-OPR-IDX WS-OPO-IDX)
                        TO WS-JAN-QTDE
                    IF WS-HOJE-QTDE > ZEROS OR WS-JAN-QTDE > ZEROS
                        SET WS-OP-IDX TO WS-OPO-IDX
                        MOVE WS-OPER-ID (WS-OPR-IDX) TO WS-DT-CHAVE
                        MOVE WS-OP-CODE (WS-OP-IDX) TO WS-DT-OPERACAO
                        MOVE WS-OPER-HOJE-SUM (WS-OPR-IDX WS-OPO-IDX)
                            TO WS-HOJE-SUM
                        MOVE WS-OPER-JAN-SUM (WS-OPR-IDX WS-OPO-IDX)
                            TO WS-JAN-SUM
                        PERFORM P600-AVALIA-LINHA
                    END-IF
                END-PERFORM
            END-PERFORM.

      *    MEDIA = SOMA DA JANELA / 20. VARIACAO = (DIA - MEDIA) * 100
      *    / MEDIA, LIMITADA A +-9999; SEM MEDIA E COM MOVIMENTO NO
      *    DIA, 9999. A LINHA SO E AVALIADA QUANDO O DIA OU A MEDIA
      *    CHEGAM A QUANTIDADE MINIMA DO CALCPARM.
       P600-AVALIA-LINHA.

            COMPUTE WS-MEDIA-QTDE ROUNDED = WS-JAN-QTDE / 20.
            COMPUTE WS-MEDIA-VALOR ROUNDED = WS-JAN-SUM / 20.

            IF WS-MEDIA-QTDE = ZEROS
                IF WS-HOJE-QTDE > ZEROS
                    MOVE 9999 TO WS-VAR-QTDE
                ELSE
                    MOVE ZEROS TO WS-VAR-QTDE
                END-IF
            ELSE
                COMPUTE WS-VAR-QTDE ROUNDED =
                    (WS-HOJE-QTDE - WS-MEDIA-QTDE) * 100
                        / WS-MEDIA-QTDE
                    ON SIZE ERROR
                        MOVE 9999 TO WS-VAR-QTDE
                END-COMPUTE
            END-IF.

            IF WS-MEDIA-VALOR < ZEROS
                COMPUTE WS-DIVISOR = ZEROS - WS-MEDIA-VALOR
            ELSE
                MOVE WS-MEDIA-VALOR TO WS-DIVISOR
            END-IF.
            IF WS-DIVISOR = ZEROS
                IF WS-HOJE-SUM = ZEROS
                    MOVE ZEROS TO WS-VAR-VALOR
                ELSE
                    IF WS-HOJE-SUM > ZEROS
                        MOVE 9999 TO WS-VAR-VALOR
                    ELSE
                        MOVE -9999 TO WS-VAR-VALOR
                    END-IF
                END-IF
            ELSE
                COMPUTE WS-VAR-VALOR ROUNDED =
                    (WS-HOJE-SUM - WS-MEDIA-VALOR) * 100
                        / WS-DIVISOR
                    ON SIZE ERROR
                        IF WS-HOJE-SUM > WS-MEDIA-VALOR
                            MOVE 9999 TO WS-VAR-VALOR
                        ELSE
                            MOVE -9999 TO WS-VAR-VALOR
                        END-IF
                END-COMPUTE
            END-IF.

            MOVE 'N' TO WS-EXCECAO.
            MOVE SPACE TO WS-DT-MARCA-QTDE.
            MOVE SPACE TO WS-DT-MARCA-VALOR.
            IF WS-HOJE-QTDE NOT < WS-MIN-QTDE
               OR WS-MEDIA-QTDE NOT < WS-MIN-QTDE
                IF WS-VAR-QTDE > WS-TOL-QTDE
                   OR WS-VAR-QTDE + WS-TOL-QTDE < ZEROS
                    MOVE '*' TO WS-DT-MARCA-QTDE
                    MOVE 'S' TO WS-EXCECAO
                END-IF
                IF WS-VAR-VALOR > WS-TOL-VALOR
                   OR WS-VAR-VALOR + WS-TOL-VALOR < ZEROS
                    MOVE '*' TO WS-DT-MARCA-VALOR
                    MOVE 'S' TO WS-EXCECAO
                END-IF
            END-IF.
            IF WS-EXCECAO = 'S'
                ADD 1 TO WS-QTDE-EXCECOES
            END-IF.

            MOVE WS-HOJE-QTDE   TO WS-DT-QTDE-HOJE.
            MOVE WS-MEDIA-QTDE  TO WS-DT-QTDE-MEDIA.
            MOVE WS-VAR-QTDE    TO WS-DT-VAR-QTDE.
            MOVE WS-HOJE-SUM    TO WS-DT-VALOR-HOJE.
            MOVE WS-MEDIA-VALOR TO WS-DT-VALOR-MEDIA.
            MOVE WS-VAR-VALOR   TO WS-DT-VAR-VALOR.
            MOVE WS-DETALHE TO RPT-LINE.
            WRITE RPT-LINE.

       P900-IMPRIME-RESUMO.

            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING 'REGISTROS DO DIA: '          DELIMITED BY SIZE
                   WS-TOT-HOJE                   DELIMITED BY SIZE
                   '  DA JANELA: '               DELIMITED BY SIZE
                   WS-TOT-JANELA                 DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            WRITE RPT-LINE.
            IF WS-OPER-FORA > ZEROS
                MOVE SPACES TO RPT-LINE
                STRING 'REGISTROS DE OPERADORES FORA DA TABELA: '
                                                 DELIMITED BY SIZE
                       WS-OPER-FORA              DELIMITED BY SIZE
                    INTO RPT-LINE
                END-STRING
                WRITE RPT-LINE
            END-IF.
            MOVE SPACES TO RPT-LINE.
            STRING 'LINHAS FORA DA TOLERANCIA: ' DELIMITED BY SIZE
                   WS-QTDE-EXCECOES              DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            WRITE RPT-LINE.

       END PROGRAM CALCVAR.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPER.
      *================================================================
      * FECHAMENTO E REABERTURA DE PERIODO (MES) NO ARQUIVO DE
      * CONTROLE CALCDATE. DEPOIS QUE OS EXTRATOS DO CALCRPTM DO MES
      * VAO PARA A CONTABILIDADE, O MES E FECHADO AQUI (REGISTRO 'C',
      * VER CALCDAT.CPY) E A PARTIR DAI YOUR-PROGRAM-NAME (REPROC),
      * CALCBKO, CALCAPR E O RESTAURA DO CALCARC E DO CALCRET
      * RECUSAM ALTERAR O PERIODO (RC=12); A CORRECAO ENTRA NO
      * PERIODO ABERTO COMO AJUSTE (PARM AJUSTE NESSES PROGRAMAS).
      * OS REGISTROS 'D' E 'H' SAO PRESERVADOS NA REGRAVACAO.
      * TODA ALTERACAO SAI NA TRILHA DE AUDITORIA PERAUD (QUEM, O
      * QUE, QUANDO).
      * PARM: ID DO USUARIO QUE ESTA FECHANDO OU REABRINDO.
      * CARTOES PELO SYSIN, UM PEDIDO + CARTAO CONTINUA (S/N):
      *   COL 01    ACAO: F=FECHA PERIODO  R=REABRE PERIODO
      *                   L=LISTA PERIODOS FECHADOS
      *   COL 02-07 PERIODO AAAAMM (ACOES F E R)
      * REGRAS:
      *   - SO FECHA MES ANTERIOR AO DA DATA DE NEGOCIO CORRENTE (O
      *     MES EM CURSO AINDA RECEBE MOVIMENTO);
      *   - NAO FECHA MES JA FECHADO NEM REABRE MES ABERTO;
      *   - O ARQUIVO SO E REGRAVADO SE HOUVE ALTERACAO.
      * RC=4 QUANDO ALGUM PEDIDO FOI REJEITADO; RC=8 EM ERRO DE
      * ARQUIVO.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-DATE-FILE ASSIGN TO 'CALCDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

           SELECT PER-AUDIT-FILE ASSIGN TO 'PERAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERAUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCDAT.

       FD  PER-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PERAUD.

       WORKING-STORAGE SECTION.
       77  WS-DATE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-PERAUD-STATUS            PIC X(02) VALUE SPACES.
       77  WS-USER-ID                  PIC X(08) VALUE SPACES.
       77  WS-CONTINUA                 PIC X(01) VALUE 'S'.
       77  WS-EOF-DATE                 PIC X(01) VALUE 'N'.
       77  WS-DATA-NEGOCIO             PIC 9(08) VALUE ZEROS.
       77  WS-PERIODO-CORRENTE         PIC 9(06) VALUE ZEROS.
       77  WS-OUTROS-COUNT             PIC 9(03) VALUE ZEROS.
       77  WS-FECHADO-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-ALTERADO                 PIC X(01) VALUE 'N'.
       77  WS-ACHOU                    PIC X(01) VALUE 'N'.
       77  WS-ACHOU-IDX                PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-ERROS               PIC 9(04) VALUE ZEROS.
       77  WS-PERIODO-VALIDO           PIC X(01) VALUE 'N'.
       77  WS-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WS-HORA                     PIC 9(08) VALUE ZEROS.

       01  WS-CARD.
           05  WS-CARD-ACAO            PIC X(01).
           05  WS-CARD-PERIODO         PIC X(06).
           05  FILLER                  PIC X(73).

       01  WS-PERIODO                  PIC 9(06) VALUE ZEROS.
       01  FILLER REDEFINES WS-PERIODO.
           05  WS-PER-ANO              PIC 9(04).
           05  WS-PER-MES              PIC 9(02).

      *    REGISTROS 'D', 'H' E DE QUALQUER OUTRO TIPO, GUARDADOS
      *    COMO VIERAM E DEVOLVIDOS NA REGRAVACAO.
       01  WS-OUTROS-TABLE.
           05  WS-OUTROS-REG OCCURS 300 TIMES
               INDEXED BY WS-OUT-IDX   PIC X(80).

       01  WS-FECHADO-TABLE.
           05  WS-FECHADO-ENTRY OCCURS 300 TIMES
               INDEXED BY WS-FEC-IDX.
               10  WS-FEC-PERIOD       PIC 9(06).
               10  WS-FEC-USER         PIC X(08).
               10  WS-FEC-DATE         PIC 9(08).
               10  WS-FEC-TIME         PIC 9(08).
       PROCEDURE DIVISION.
       P001-INICIO.

            ACCEPT WS-USER-ID FROM COMMAND-LINE.
            IF WS-USER-ID = SPACES
                DISPLAY 'INFORME O USUARIO DO FECHAMENTO NO PARM'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            ACCEPT WS-HOJE FROM DATE YYYYMMDD.

            PERFORM P020-CARREGA-CONTROLE.
            PERFORM P030-ABRE-TRILHA.

            PERFORM UNTIL WS-CONTINUA NOT = 'S'
                MOVE SPACES TO WS-CARD
                ACCEPT WS-CARD
                PERFORM P100-PROCESSA-CARTAO
                ACCEPT WS-CONTINUA
            END-PERFORM.

            IF WS-ALTERADO = 'S'
                PERFORM P800-REGRAVA-CONTROLE
            END-IF.

            CLOSE PER-AUDIT-FILE.

            IF WS-QTDE-ERROS > ZEROS
                DISPLAY 'PEDIDOS REJEITADOS: ' WS-QTDE-ERROS
                MOVE 4 TO RETURN-CODE
            END-IF.

            STOP RUN.

       P020-CARREGA-CONTROLE.

            MOVE 'N' TO WS-EOF-DATE.
            MOVE ZEROS TO WS-DATA-NEGOCIO.
            MOVE ZEROS TO WS-OUTROS-COUNT.
            MOVE ZEROS TO WS-FECHADO-COUNT.

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
                        IF CD-REC-TYPE = 'C'
                            PERFORM P025-GUARDA-FECHADO
                        ELSE
                            IF CD-REC-TYPE = 'D'
                                MOVE CD-DATE TO WS-DATA-NEGOCIO
                            END-IF
                            PERFORM P026-GUARDA-OUTRO
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CALC-DATE-FILE.

            IF WS-DATA-NEGOCIO = ZEROS
                DISPLAY 'DATA DE NEGOCIO AUSENTE NO CALCDATE - '
                    'ARQUIVO SUSPEITO, MANUTENCAO ABANDONADA'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            COMPUTE WS-PERIODO-CORRENTE = WS-DATA-NEGOCIO / 100.

       P025-GUARDA-FECHADO.

            IF WS-FECHADO-COUNT < 300
                ADD 1 TO WS-FECHADO-COUNT
                SET WS-FEC-IDX TO WS-FECHADO-COUNT
                MOVE CD-PERIOD     TO WS-FEC-PERIOD (WS-FEC-IDX)
                MOVE CD-CLOSE-USER TO WS-FEC-USER (WS-FEC-IDX)
                MOVE CD-CLOSE-DATE TO WS-FEC-DATE (WS-FEC-IDX)
                MOVE CD-CLOSE-TIME TO WS-FEC-TIME (WS-FEC-IDX)
            ELSE
                DISPLAY 'TABELA DE PERIODOS FECHADOS CHEIA: '
                    CD-PERIOD ' - ARQUIVO NAO ALTERADO'
                CLOSE CALC-DATE-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       P026-GUARDA-OUTRO.

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

       P030-ABRE-TRILHA.

            OPEN EXTEND PER-AUDIT-FILE.
            IF WS-PERAUD-STATUS = '35'
                OPEN OUTPUT PER-AUDIT-FILE
                CLOSE PER-AUDIT-FILE
                OPEN EXTEND PER-AUDIT-FILE
            END-IF.
            IF WS-PERAUD-STATUS NOT = '00'
                DISPLAY 'TRILHA DE AUDITORIA INDISPONIVEL, STATUS: '
                    WS-PERAUD-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       P100-PROCESSA-CARTAO.

            EVALUATE WS-CARD-ACAO
                WHEN 'F'
                    PERFORM P110-FECHA
                WHEN 'R'
                    PERFORM P130-REABRE
                WHEN 'L'
                    PERFORM P150-LISTA
                WHEN OTHER
                    DISPLAY 'ACAO INVALIDA: ' WS-CARD-ACAO
                    ADD 1 TO WS-QTDE-ERROS
            END-EVALUATE.

       P110-FECHA.

            PERFORM P200-VALIDA-PERIODO.
            IF WS-PERIODO-VALIDO NOT = 'S'
                ADD 1 TO WS-QTDE-ERROS
            ELSE
                IF WS-PERIODO NOT < WS-PERIODO-CORRENTE
                    DISPLAY 'PERIODO ' WS-PERIODO ' NAO PODE SER '
                        'FECHADO: DATA DE NEGOCIO CORRENTE E '
                        WS-DATA-NEGOCIO
                    ADD 1 TO WS-QTDE-ERROS
                ELSE
                    PERFORM P300-PROCURA-PERIODO
                    IF WS-ACHOU = 'S'
                        DISPLAY 'PERIODO JA FECHADO: ' WS-PERIODO
                        ADD 1 TO WS-QTDE-ERROS
                    ELSE
                        IF WS-FECHADO-COUNT < 300
                            ACCEPT WS-HORA FROM TIME
                            ADD 1 TO WS-FECHADO-COUNT
                            SET WS-FEC-IDX TO WS-FECHADO-COUNT
                            MOVE WS-PERIODO
                                TO WS-FEC-PERIOD (WS-FEC-IDX)
                            MOVE WS-USER-ID
                                TO WS-FEC-USER (WS-FEC-IDX)
                            MOVE WS-HOJE
                                TO WS-FEC-DATE (WS-FEC-IDX)
                            MOVE WS-HORA
                                TO WS-FEC-TIME (WS-FEC-IDX)
                            MOVE 'S' TO WS-ALTERADO
                            PERFORM P400-GRAVA-TRILHA
                            DISPLAY 'PERIODO FECHADO: ' WS-PERIODO
                        ELSE
                            DISPLAY 'TABELA DE PERIODOS CHEIA, NAO '
                                'FECHADO: ' WS-PERIODO
                            ADD 1 TO WS-QTDE-ERROS
                        END-IF
                    END-IF
                END-IF
            END-IF.

       P130-REABRE.

            PERFORM P200-VALIDA-PERIODO.
            IF WS-PERIODO-VALIDO NOT = 'S'
                ADD 1 TO WS-QTDE-ERROS
            ELSE
                PERFORM P300-PROCURA-PERIODO
                IF WS-ACHOU NOT = 'S'
                    DISPLAY 'PERIODO NAO ESTA FECHADO: ' WS-PERIODO
                    ADD 1 TO WS-QTDE-ERROS
                ELSE
                    PERFORM P310-REMOVE-ENTRADA
                    MOVE 'S' TO WS-ALTERADO
                    PERFORM P400-GRAVA-TRILHA
                    DISPLAY 'PERIODO REABERTO: ' WS-PERIODO
                END-IF
            END-IF.

       P150-LISTA.

            DISPLAY 'PERIODOS FECHADOS (' WS-FECHADO-COUNT
                ' REGISTROS), DATA DE NEGOCIO ' WS-DATA-NEGOCIO.
            PERFORM VARYING WS-FEC-IDX FROM 1 BY 1
                    UNTIL WS-FEC-IDX > WS-FECHADO-COUNT
                DISPLAY '  ' WS-FEC-PERIOD (WS-FEC-IDX)
                    '  FECHADO POR ' WS-FEC-USER (WS-FEC-IDX)
                    ' EM ' WS-FEC-DATE (WS-FEC-IDX)
                    ' ' WS-FEC-TIME (WS-FEC-IDX)
            END-PERFORM.

       P200-VALIDA-PERIODO.

            MOVE 'N' TO WS-PERIODO-VALIDO.
            IF WS-CARD-PERIODO NOT NUMERIC
                DISPLAY 'PERIODO INVALIDO NO CARTAO: ' WS-CARD-PERIODO
            ELSE
                MOVE WS-CARD-PERIODO TO WS-PERIODO
                IF WS-PER-ANO < 1900 OR WS-PER-MES < 01
                   OR WS-PER-MES > 12
                    DISPLAY 'PERIODO INEXISTENTE: ' WS-PERIODO
                ELSE
                    MOVE 'S' TO WS-PERIODO-VALIDO
                END-IF
            END-IF.

       P300-PROCURA-PERIODO.

            MOVE 'N' TO WS-ACHOU.
            MOVE ZEROS TO WS-ACHOU-IDX.
            PERFORM VARYING WS-FEC-IDX FROM 1 BY 1
                    UNTIL WS-FEC-IDX > WS-FECHADO-COUNT
                IF WS-FEC-PERIOD (WS-FEC-IDX) = WS-PERIODO
                    MOVE 'S' TO WS-ACHOU
                    SET WS-ACHOU-IDX TO WS-FEC-IDX
                    SET WS-FEC-IDX TO WS-FECHADO-COUNT
                END-IF
            END-PERFORM.

      *    COMPACTA A TABELA POR CIMA DA ENTRADA REMOVIDA.
       P310-REMOVE-ENTRADA.

            PERFORM VARYING WS-FEC-IDX FROM WS-ACHOU-IDX BY 1
                    UNTIL WS-FEC-IDX NOT < WS-FECHADO-COUNT
                MOVE WS-FECHADO-ENTRY (WS-FEC-IDX + 1)
                    TO WS-FECHADO-ENTRY (WS-FEC-IDX)
            END-PERFORM.
            SUBTRACT 1 FROM WS-FECHADO-COUNT.

       P400-GRAVA-TRILHA.

            MOVE SPACES TO PER-AUDIT-RECORD.
            MOVE WS-HOJE          TO PA-DATE.
            ACCEPT PA-TIME FROM TIME.
            MOVE WS-USER-ID       TO PA-USER-ID.
            MOVE WS-CARD-ACAO     TO PA-ACTION.
            MOVE WS-PERIODO       TO PA-PERIOD.
            MOVE WS-DATA-NEGOCIO  TO PA-BUS-DATE.
            WRITE PER-AUDIT-RECORD.

       P800-REGRAVA-CONTROLE.

            OPEN OUTPUT CALC-DATE-FILE.
            PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                    UNTIL WS-OUT-IDX > WS-OUTROS-COUNT
                MOVE WS-OUTROS-REG (WS-OUT-IDX) TO CALC-DATE-RECORD
                WRITE CALC-DATE-RECORD
            END-PERFORM.
            PERFORM VARYING WS-FEC-IDX FROM 1 BY 1
                    UNTIL WS-FEC-IDX > WS-FECHADO-COUNT
                MOVE SPACES TO CALC-DATE-RECORD
                MOVE 'C' TO CD-REC-TYPE
                MOVE ZEROS TO CD-DATE
                MOVE WS-FEC-PERIOD (WS-FEC-IDX) TO CD-PERIOD
                MOVE WS-FEC-USER (WS-FEC-IDX)   TO CD-CLOSE-USER
                MOVE WS-FEC-DATE (WS-FEC-IDX)   TO CD-CLOSE-DATE
                MOVE WS-FEC-TIME (WS-FEC-IDX)   TO CD-CLOSE-TIME
                WRITE CALC-DATE-RECORD
            END-PERFORM.
            CLOSE CALC-DATE-FILE.
            DISPLAY 'CONTROLE REGRAVADO COM ' WS-FECHADO-COUNT
                ' PERIODOS FECHADOS'.

       END PROGRAM CALCPER.

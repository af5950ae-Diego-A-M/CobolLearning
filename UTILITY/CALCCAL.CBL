      * ARQUIVO DE CONTROLE CALCDATE, QUE ATE ENTAO ERA EDITADO NA
      * MAO DIRETO NO ARQUIVO VIVO - A MESMA PRATICA QUE O CALCOPM
      * ACABOU PARA O OPERFILE. O REGISTRO 'D' (DATA DE NEGOCIO) E
      * PRESERVADO NA REGRAVACAO; SO O CALCDTE O ALTERA. OS PERIODOS
      * FECHADOS ('C', DO CALCPER) TAMBEM SAO PRESERVADOS.
      * TODA ALTERACAO SAI NA TRILHA DE AUDITORIA CALAUD (QUEM, O
      * QUE, QUANDO).
      * PARM: ID DO USUARIO QUE ESTA FAZENDO A MANUTENCAO.
       77  WS-EOF-DATE                 PIC X(01) VALUE 'N'.
       77  WS-DATA-NEGOCIO             PIC 9(08) VALUE ZEROS.
       77  WS-FERIADO-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-OUTROS-COUNT             PIC 9(03) VALUE ZEROS.
       77  WS-ALTERADO                 PIC X(01) VALUE 'N'.
       77  WS-ACHOU                    PIC X(01) VALUE 'N'.
       77  WS-ACHOU-IDX                PIC 9(03) VALUE ZEROS.
       01  WS-FERIADO-TABLE.
           05  WS-FERIADO-DATE OCCURS 100 TIMES
               INDEXED BY WS-FER-IDX   PIC 9(08).

      *    REGISTROS DOS DEMAIS TIPOS (PERIODOS FECHADOS 'C') SAO
      *    GUARDADOS COMO VIERAM E DEVOLVIDOS NA REGRAVACAO.
       01  WS-OUTROS-TABLE.
           05  WS-OUTROS-REG OCCURS 300 TIMES
               INDEXED BY WS-OUT-IDX   PIC X(80).
       PROCEDURE DIVISION.
       P001-INICIO.

            MOVE 'N' TO WS-EOF-DATE.
            MOVE ZEROS TO WS-DATA-NEGOCIO.
            MOVE ZEROS TO WS-FERIADO-COUNT.
            MOVE ZEROS TO WS-OUTROS-COUNT.

            OPEN INPUT CALC-DATE-FILE.
            IF WS-DATE-STATUS NOT = '00'
                                    DISPLAY 'TABELA DE FERIADOS '
                                        'CHEIA: ' CD-DATE
                                END-IF
                            WHEN OTHER
                                PERFORM P025-GUARDA-OUTRO
                        END-EVALUATE
                END-READ
            END-PERFORM.
                STOP RUN
            END-IF.

      *    SEM ESPACO PARA GUARDAR UM REGISTRO, A REGRAVACAO O
      *    PERDERIA (UM PERIODO FECHADO VOLTARIA A FICAR ABERTO);
      *    O JOB PARA ANTES DE TOCAR NO ARQUIVO.
       P025-GUARDA-OUTRO.

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

            OPEN EXTEND CAL-AUDIT-FILE.
                MOVE WS-FERIADO-DATE (WS-FER-IDX) TO CD-DATE
                WRITE CALC-DATE-RECORD
            END-PERFORM.
            PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                    UNTIL WS-OUT-IDX > WS-OUTROS-COUNT
                MOVE WS-OUTROS-REG (WS-OUT-IDX) TO CALC-DATE-RECORD
                WRITE CALC-DATE-RECORD
            END-PERFORM.
            CLOSE CALC-DATE-FILE.
            DISPLAY 'CALENDARIO REGRAVADO COM ' WS-FERIADO-COUNT
                ' FERIADOS'.

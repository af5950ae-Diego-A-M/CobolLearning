      *   EXCECAO    - CALCEXC  (CE-DATE)
      *   DIARIO     - CALCRLG  (RL-DATE)
      * REGISTRO COM DATA NAO NUMERICA E MANTIDO NO VIVO E CONTADO.
      * PERIODO FECHADO (REGISTROS 'C' DO CALCDATE, VER CALCPER): O
      * RESTAURA CUJA FAIXA TOQUE UM MES FECHADO E RECUSADO SEM
      * ALTERAR NADA, COMO NO CALCARC.
      * RC=8 EM PARM OU ARQUIVO INVALIDO, RC=12 NA RECUSA POR PERIODO
      * FECHADO.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RET-ARCH-FILE ASSIGN TO 'RETARC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT CALC-DATE-FILE ASSIGN TO 'CALCDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RET-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETA-RECORD                 PIC X(80).

       FD  CALC-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCDAT.

       WORKING-STORAGE SECTION.
       77  WS-IN-STATUS                PIC X(02) VALUE SPACES.
       77  WS-OUT-STATUS               PIC X(02) VALUE SPACES.
       77  WS-ARCH-STATUS              PIC X(02) VALUE SPACES.
       77  WS-DATE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-EOF-DATE                 PIC X(01) VALUE 'N'.
       77  WS-PERIODO-DE               PIC 9(06) VALUE ZEROS.
       77  WS-PERIODO-ATE              PIC 9(06) VALUE ZEROS.
       77  WS-QTDE-FECHADOS            PIC 9(03) VALUE ZEROS.
       77  WS-RUN-PARM                 PIC X(40) VALUE SPACES.
       77  WS-MODO                     PIC X(08) VALUE SPACES.
       77  WS-TIPO                     PIC X(10) VALUE SPACES.
                MOVE WS-ATE-PARM TO WS-DATA-ATE
                DISPLAY 'RESTAURANDO ' WS-TIPO ' DE ' WS-DATA-DE
                    ' A ' WS-DATA-ATE
                PERFORM P205-VERIFICA-FECHADOS
                IF RETURN-CODE = ZEROS
                    PERFORM P210-ABRE-RESTAURACAO
                END-IF
                IF RETURN-CODE = ZEROS
                    PERFORM P220-DEVOLVE
                    CLOSE RET-ARCH-FILE
                END-IF
            END-IF.

      *    NENHUM MES ENTRE DE E ATE PODE ESTAR FECHADO: A RESTAURACAO
      *    MUDARIA NUMEROS JA ENTREGUES A CONTABILIDADE.
       P205-VERIFICA-FECHADOS.

            COMPUTE WS-PERIODO-DE  = WS-DATA-DE / 100.
            COMPUTE WS-PERIODO-ATE = WS-DATA-ATE / 100.
            OPEN INPUT CALC-DATE-FILE.
            IF WS-DATE-STATUS NOT = '00'
                DISPLAY 'ARQUIVO DE DATA DE NEGOCIO INDISPONIVEL, '
                    'STATUS: ' WS-DATE-STATUS
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 'N' TO WS-EOF-DATE
                PERFORM UNTIL WS-EOF-DATE = 'S'
                    READ CALC-DATE-FILE
                        AT END
                            MOVE 'S' TO WS-EOF-DATE
                        NOT AT END
                            IF CD-REC-TYPE = 'C'
                               AND CD-PERIOD NOT < WS-PERIODO-DE
                               AND CD-PERIOD NOT > WS-PERIODO-ATE
                                ADD 1 TO WS-QTDE-FECHADOS
                                DISPLAY 'PERIODO FECHADO NA FAIXA: '
                                    CD-PERIOD ' (FECHADO POR '
                                    CD-CLOSE-USER ')'
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CALC-DATE-FILE
                IF WS-QTDE-FECHADOS > ZEROS
                    DISPLAY 'RESTAURACAO RECUSADA - REABRA O PERIODO '
                        'PELO CALCPER OU REDUZA A FAIXA'
                    MOVE 12 TO RETURN-CODE
                END-IF
            END-IF.

       P210-ABRE-RESTAURACAO.

            OPEN INPUT RET-ARCH-FILE.

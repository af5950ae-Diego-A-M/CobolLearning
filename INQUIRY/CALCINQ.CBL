      *       (UTIL PARA CONFERIR UMA EXECUCAO ANTES E DEPOIS DO
      *       ESTORNO DO CALCBKO; EXECUCOES ANTERIORES AO INDICE
      *       NAO TEM ENTRADA)
      * NA CONSULTA POR CHAVE, UM REGISTRO CORRIGIDO PELO CALCCOR
      * (CH-STATUS 'R') OU QUE E ELE PROPRIO UMA CORRECAO ('E' OU
      * 'N') MOSTRA AS LIGACOES DO DIARIO CALCCOR: ORIGINAL, ESTORNO,
      * VALOR NOVO, MOTIVO, QUEM PEDIU E QUEM EXECUTOU.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT OPTIONAL CALC-COR-FILE ASSIGN TO 'CALCCOR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-HIST-FILE.
       FD  CALC-XREF-FILE.
       COPY CALCXRF.

       FD  CALC-COR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCCOR.

       WORKING-STORAGE SECTION.
       77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
       77  WS-XREF-STATUS              PIC X(02) VALUE SPACES.
       77  WS-COR-STATUS               PIC X(02) VALUE SPACES.
       77  WS-EOF-COR                  PIC X(01) VALUE 'N'.
       77  WS-QTDE-CORRECOES           PIC 9(04) VALUE ZEROS.
       77  WS-CONTINUA                 PIC X(01) VALUE 'S'.
       77  WS-TIPO                     PIC X(01) VALUE SPACES.
       77  WS-IN-DATE                  PIC 9(08) VALUE ZEROS.
                        MOVE CH-REMAINDER TO WS-REMAINDER-EDIT
                        DISPLAY 'RESTO    : ' WS-REMAINDER-EDIT
                    END-IF
                    PERFORM P115-MOSTRA-STATUS
            END-READ.

       P115-MOSTRA-STATUS.

            EVALUATE CH-STATUS
                WHEN 'R'
                    DISPLAY 'SITUACAO : R - ESTORNADO'
                WHEN 'J'
                    DISPLAY 'SITUACAO : J - ESTORNO DE AJUSTE'
                WHEN 'E'
                    DISPLAY 'SITUACAO : E - ESTORNO DE CORRECAO'
                WHEN 'N'
                    DISPLAY 'SITUACAO : N - VALOR NOVO DE CORRECAO'
                WHEN OTHER
                    DISPLAY 'SITUACAO : NORMAL'
            END-EVALUATE.
            IF CH-STATUS = 'R' OR CH-STATUS = 'E' OR CH-STATUS = 'N'
                PERFORM P180-CONSULTA-CORRECOES
            END-IF.

       P120-CONSULTA-OPERADOR.

            DISPLAY 'ID DO OPERADOR: '
            DISPLAY CH-RUN-DATE '/' CH-SEQ-NUM
                ' ' CH-OPERATOR-ID
                ' ' CH-NUM1 ' ' CH-OPERATION ' ' CH-NUM2
                ' = ' WS-RESULT-EDIT ' ' CH-STATUS.
            ADD 1 TO WS-QTDE-LISTADOS.

      *    LISTA TUDO O QUE UMA EXECUCAO POSTOU, PELO INDICE CRUZADO
                    PERFORM P150-LISTA-REGISTRO
            END-READ.

      *    PROCURA NO DIARIO CALCCOR AS CORRECOES EM QUE A CHAVE
      *    CONSULTADA E O ORIGINAL, O ESTORNO OU O VALOR NOVO.
       P180-CONSULTA-CORRECOES.

            MOVE ZEROS TO WS-QTDE-CORRECOES.
            MOVE 'N' TO WS-EOF-COR.
            OPEN INPUT CALC-COR-FILE.
            IF WS-COR-STATUS = '00'
                PERFORM UNTIL WS-EOF-COR = 'S'
                    READ CALC-COR-FILE
                        AT END
                            MOVE 'S' TO WS-EOF-COR
                        NOT AT END
                            IF CC-ORIG-DATE = WS-IN-DATE
                               AND CC-ORIG-SEQ = WS-IN-SEQ
                                PERFORM P190-MOSTRA-CORRECAO
                            ELSE
                                IF CC-COR-DATE = WS-IN-DATE
                                   AND (CC-REV-SEQ = WS-IN-SEQ
                                    OR (CC-NEW-SEQ = WS-IN-SEQ
                                    AND CC-NEW-SEQ > ZEROS))
                                    PERFORM P190-MOSTRA-CORRECAO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
            IF WS-COR-STATUS = '00' OR WS-COR-STATUS = '05'
                CLOSE CALC-COR-FILE
            END-IF.
            IF WS-QTDE-CORRECOES = ZEROS
                IF CH-STATUS = 'R'
                    DISPLAY 'NENHUMA CORRECAO NO DIARIO CALCCOR '
                        '(ESTORNO DE AJUSTE - VER CALCBKO)'
                ELSE
                    DISPLAY 'NENHUMA CORRECAO NO DIARIO CALCCOR'
                END-IF
            END-IF.

       P190-MOSTRA-CORRECAO.

            ADD 1 TO WS-QTDE-CORRECOES.
            IF CC-ACTION = 'S'
                DISPLAY 'CORRECAO: SUBSTITUICAO EM ' CC-COR-DATE
                    ' ' CC-COR-TIME ' EXECUCAO ' CC-RUN-NUMBER
            ELSE
                DISPLAY 'CORRECAO: ESTORNO EM ' CC-COR-DATE
                    ' ' CC-COR-TIME ' EXECUCAO ' CC-RUN-NUMBER
            END-IF.
            DISPLAY '  ORIGINAL  : ' CC-ORIG-DATE '/' CC-ORIG-SEQ.
            DISPLAY '  ESTORNO   : ' CC-COR-DATE '/' CC-REV-SEQ.
            IF CC-NEW-SEQ > ZEROS
                DISPLAY '  VALOR NOVO: ' CC-COR-DATE '/' CC-NEW-SEQ
            END-IF.
            DISPLAY '  MOTIVO    : ' CC-REASON
                '  PEDIDO POR: ' CC-REQ-OPERATOR
                '  EXECUTADO POR: ' CC-USER-ID.
            IF CC-ADJ-PERIOD > ZEROS
                DISPLAY '  AJUSTE DO PERIODO FECHADO ' CC-ADJ-PERIOD
            END-IF.

       END PROGRAM CALCINQ.

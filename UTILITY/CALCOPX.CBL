       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCOPX.
      *================================================================
      * CONVERSAO UNICA DO CADASTRO DE OPERADORES DO ARQUIVO
      * SEQUENCIAL ANTIGO PARA O OPERFILE INDEXADO (VSAM KSDS, CHAVE
      * OP-OPERATOR-ID). O CADASTRO SEQUENCIAL ERA CARREGADO INTEIRO
      * NUMA TABELA DE 200 POSICOES PELO TESTE E PELO CALCOPM, E O
      * QUE PASSAVA DISSO FICAVA DE FORA SEM AVISO AO OPERADOR;
      * AGORA TODOS LEEM E ATUALIZAM O OPERADOR PELA CHAVE.
      * LE O ARQUIVO ANTIGO EM OPERSEQ E CARREGA O OPERFILE (VER
      * CALCOPX.JCL PARA O DELETE/DEFINE DO CLUSTER).
      * REGRAS:
      *   - ID EM BRANCO NAO E CARREGADO;
      *   - ID REPETIDO: FICA A PRIMEIRA OCORRENCIA, COMO NA CARGA
      *     DA TABELA ANTIGA DO CALCOPM, E A SEGUNDA E LISTADA;
      *   - VIGENCIA OU TETO DIARIO NAO NUMERICOS SAO GRAVADOS
      *     ZERADOS E CONTADOS;
      *   - O OPERFILE PRECISA ESTAR VAZIO: UM CADASTRO JA CARREGADO
      *     (E TALVEZ JA MANTIDO PELO CALCOPM) NAO E SOBREPOSTO.
      * RC=4 QUANDO ALGUM REGISTRO FOI DESCARTADO E RC=8 EM ERRO DE
      * ARQUIVO OU CADASTRO JA CARREGADO.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-SEQ-FILE ASSIGN TO 'OPERSEQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPER-SEQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPSQ-RECORD                 PIC X(80).

       FD  OPERATOR-FILE.
       COPY OPERFILE.

       WORKING-STORAGE SECTION.
       77  WS-SEQ-STATUS               PIC X(02) VALUE SPACES.
       77  WS-OPER-STATUS              PIC X(02) VALUE SPACES.
       77  WS-EOF-SEQ                  PIC X(01) VALUE 'N'.
       77  WS-TOT-LIDOS                PIC 9(06) VALUE ZEROS.
       77  WS-TOT-CARREGADOS           PIC 9(06) VALUE ZEROS.
       77  WS-TOT-DUPLICADOS           PIC 9(06) VALUE ZEROS.
       77  WS-TOT-SEM-ID               PIC 9(06) VALUE ZEROS.
       77  WS-TOT-INVALIDOS            PIC 9(06) VALUE ZEROS.
       77  WS-TOT-ERROS                PIC 9(06) VALUE ZEROS.
       PROCEDURE DIVISION.
       P001-INICIO.

            PERFORM P100-ABRE-ARQUIVOS.

            PERFORM UNTIL WS-EOF-SEQ = 'S'
                READ OPER-SEQ-FILE
                    AT END
                        MOVE 'S' TO WS-EOF-SEQ
                    NOT AT END
                        ADD 1 TO WS-TOT-LIDOS
                        PERFORM P200-CARREGA-OPERADOR
                END-READ
            END-PERFORM.

            CLOSE OPER-SEQ-FILE.
            CLOSE OPERATOR-FILE.

            DISPLAY 'CONVERSAO DO CADASTRO DE OPERADORES CONCLUIDA'.
            DISPLAY 'LIDOS                : ' WS-TOT-LIDOS.
            DISPLAY 'CARREGADOS           : ' WS-TOT-CARREGADOS.
            DISPLAY 'ID DUPLICADO         : ' WS-TOT-DUPLICADOS.
            DISPLAY 'ID EM BRANCO         : ' WS-TOT-SEM-ID.
            DISPLAY 'ERRO DE GRAVACAO     : ' WS-TOT-ERROS.
            DISPLAY 'CAMPOS NAO NUMERICOS : ' WS-TOT-INVALIDOS.

            IF WS-TOT-ERROS > ZEROS
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-TOT-DUPLICADOS > ZEROS
                   OR WS-TOT-SEM-ID > ZEROS
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.

            STOP RUN.

      *    O CLUSTER ACABOU DE SER DEFINIDO (STATUS 35 NA PRIMEIRA
      *    ABERTURA) OU JA EXISTE VAZIO; COM ALGUM REGISTRO, PARA.
       P100-ABRE-ARQUIVOS.

            OPEN INPUT OPER-SEQ-FILE.
            IF WS-SEQ-STATUS NOT = '00'
                DISPLAY 'OPERSEQ INDISPONIVEL, STATUS: ' WS-SEQ-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN I-O OPERATOR-FILE.
            IF WS-OPER-STATUS = '35'
                OPEN OUTPUT OPERATOR-FILE
                CLOSE OPERATOR-FILE
                OPEN I-O OPERATOR-FILE
            END-IF.
            IF WS-OPER-STATUS NOT = '00'
                DISPLAY 'OPERFILE INDISPONIVEL, STATUS: '
                    WS-OPER-STATUS
                CLOSE OPER-SEQ-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE LOW-VALUES TO OP-OPERATOR-ID.
            START OPERATOR-FILE KEY IS NOT LESS THAN OP-OPERATOR-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY 'OPERFILE JA CARREGADO - CONVERSAO '
                        'RECUSADA'
                    CLOSE OPER-SEQ-FILE
                    CLOSE OPERATOR-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-START.

       P200-CARREGA-OPERADOR.

            MOVE OPSQ-RECORD TO OPER-RECORD.
            IF OP-OPERATOR-ID = SPACES
                DISPLAY 'REGISTRO ' WS-TOT-LIDOS
                    ' SEM ID DE OPERADOR - DESCARTADO'
                ADD 1 TO WS-TOT-SEM-ID
            ELSE
                IF OP-EFFECTIVE-DATE NOT NUMERIC
                    MOVE ZEROS TO OP-EFFECTIVE-DATE
                    ADD 1 TO WS-TOT-INVALIDOS
                END-IF
                IF OP-DAILY-LIMIT NOT NUMERIC
                    MOVE ZEROS TO OP-DAILY-LIMIT
                    ADD 1 TO WS-TOT-INVALIDOS
                END-IF
                WRITE OPER-RECORD
                    INVALID KEY
                        CONTINUE
                END-WRITE
                EVALUATE WS-OPER-STATUS
                    WHEN '00'
                        ADD 1 TO WS-TOT-CARREGADOS
                    WHEN '22'
                        DISPLAY 'ID DUPLICADO NO CADASTRO ANTIGO: '
                            OP-OPERATOR-ID
                            ' - SEGUNDA OCORRENCIA DESCARTADA'
                        ADD 1 TO WS-TOT-DUPLICADOS
                    WHEN OTHER
                        DISPLAY 'ERRO NA GRAVACAO DE ' OP-OPERATOR-ID
                            ', STATUS: ' WS-OPER-STATUS
                        ADD 1 TO WS-TOT-ERROS
                END-EVALUATE
            END-IF.

       END PROGRAM CALCOPX.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRGM.
      *================================================================
      * MANUTENCAO DO REGISTRO DE REGIOES (CALC-REG-RECORD, VER
      * CALCREG.CPY): AS REGIOES (EXTRATORES REGIONAIS) QUE MANDAM
      * LOTES NO CALCTRAN E OS DIAS EM QUE CADA UMA E ESPERADA. O
      * CALCRCK CONFERE OS HEADERS DO CALCTRAN CONTRA ESTE REGISTRO
      * ANTES DO CALCSTEP. TODA ALTERACAO SAI NA TRILHA DE AUDITORIA
      * REGAUD (QUEM, O QUE, QUANDO, VALORES ANTIGOS E NOVOS), COMO
      * O CALCMAP FAZ COM O GLMAUD.
      * PARM: ID DO USUARIO QUE ESTA FAZENDO A MANUTENCAO.
      * CARTOES PELO SYSIN, UM PEDIDO + CARTAO CONTINUA (S/N):
      *   COL 01    ACAO: I=INCLUI A=ALTERA E=EXCLUI L=LISTA
      *   COL 02-03 REGIAO
      *   COL 04    SITUACAO: A=ATIVA I=INATIVA
      *   COL 05-09 DIAS ESPERADOS, SEGUNDA A SEXTA (S/N)
      *   COL 10-17 INICIO (AAAAMMDD): PRIMEIRA DATA DE NEGOCIO EM
      *             QUE A REGIAO E ESPERADA
      *   COL 18-47 DESCRICAO
      *   NA INCLUSAO, SITUACAO EM BRANCO = A, DIAS EM BRANCO = SSSSS
      *   E INICIO EM BRANCO = DATA DE NEGOCIO CORRENTE; NA ALTERACAO,
      *   CAMPO EM BRANCO MANTEM O VALOR ATUAL.
      * REGRAS:
      *   - NAO INCLUI REGIAO JA CADASTRADA;
      *   - REGIAO COM AS DUAS POSICOES PREENCHIDAS;
      *   - UMA REGIAO QUE PAROU DE MANDAR DEVE SER INATIVADA (A COM
      *     SITUACAO I) E NAO EXCLUIDA: EXCLUIDA, UM LOTE DELA PASSA
      *     A SAIR COMO REGIAO DESCONHECIDA NO CALCRCK;
      *   - O ARQUIVO SO E REGRAVADO SE HOUVE ALTERACAO.
      * TERMINA COM RC=4 QUANDO ALGUM PEDIDO FOI REJEITADO E RC=8 EM
      * ERRO DE ARQUIVO.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALC-REG-FILE ASSIGN TO 'CALCREG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT REG-AUDIT-FILE ASSIGN TO 'REGAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGAUD-STATUS.

           SELECT OPTIONAL CALC-DATE-FILE ASSIGN TO 'CALCDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-REG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCREG.

       FD  REG-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY REGAUD.

       FD  CALC-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCDAT.

       WORKING-STORAGE SECTION.
       77  WS-REG-STATUS               PIC X(02) VALUE SPACES.
       77  WS-REGAUD-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DATE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-USER-ID                  PIC X(08) VALUE SPACES.
       77  WS-CONTINUA                 PIC X(01) VALUE 'S'.
       77  WS-EOF-REG                  PIC X(01) VALUE 'N'.
       77  WS-EOF-DATE                 PIC X(01) VALUE 'N'.
       77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZEROS.
       77  WS-REG-COUNT                PIC 9(03) VALUE ZEROS.
       77  WS-ALTERADO                 PIC X(01) VALUE 'N'.
       77  WS-ACHOU                    PIC X(01) VALUE 'N'.
       77  WS-ACHOU-IDX                PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-ERROS               PIC 9(04) VALUE ZEROS.
       77  WS-CARTAO-OK                PIC X(01) VALUE 'S'.
       77  WS-DIA-IDX                  PIC 9(01) VALUE ZEROS.
       77  WS-SITUACAO-OLD             PIC X(01) VALUE SPACES.
       77  WS-DIAS-OLD                 PIC X(05) VALUE SPACES.
       77  WS-INICIO-OLD               PIC X(08) VALUE SPACES.

       01  WS-CARD.
           05  WS-CARD-ACAO            PIC X(01).
           05  WS-CARD-REGIAO          PIC X(02).
           05  WS-CARD-SITUACAO        PIC X(01).
           05  WS-CARD-DIAS            PIC X(05).
           05  WS-CARD-INICIO          PIC X(08).
           05  WS-CARD-DESCRICAO       PIC X(30).
           05  FILLER                  PIC X(33).

       01  WS-CARD-DIAS-R REDEFINES WS-CARD.
           05  FILLER                  PIC X(04).
           05  WS-CARD-DIA OCCURS 5 TIMES
                                       PIC X(01).
           05  FILLER                  PIC X(71).

       01  WS-INICIO-TESTE             PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WS-INICIO-TESTE.
           05  WS-INICIO-ANO           PIC 9(04).
           05  WS-INICIO-MES           PIC 9(02).
           05  WS-INICIO-DIA           PIC 9(02).

      *    UMA ENTRADA POR REGIAO CADASTRADA.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 100 TIMES INDEXED BY WS-REG-IDX.
               10  WS-TAB-REGIAO       PIC X(02).
               10  WS-TAB-DESCRICAO    PIC X(30).
               10  WS-TAB-SITUACAO     PIC X(01).
               10  WS-TAB-DIAS         PIC X(05).
               10  WS-TAB-INICIO       PIC 9(08).
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

            CLOSE REG-AUDIT-FILE.

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

      *    O REGISTRO PODE AINDA NAO EXISTIR (PRIMEIRA CARGA PELAS
      *    ACOES I); REGIAO REPETIDA E IGNORADA COM AVISO E SOME NA
      *    PROXIMA REGRAVACAO.
       P020-CARREGA-TABELA.

            MOVE ZEROS TO WS-REG-COUNT.
            MOVE 'N' TO WS-EOF-REG.
            OPEN INPUT CALC-REG-FILE.
            IF WS-REG-STATUS NOT = '00' AND WS-REG-STATUS NOT = '05'
                DISPLAY 'REGISTRO DE REGIOES INDISPONIVEL, STATUS: '
                    WS-REG-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-REG-STATUS = '00'
                PERFORM UNTIL WS-EOF-REG = 'S'
                    READ CALC-REG-FILE
                        AT END
                            MOVE 'S' TO WS-EOF-REG
                        NOT AT END
                            PERFORM P025-CARREGA-ENTRADA
                    END-READ
                END-PERFORM
            END-IF.
            CLOSE CALC-REG-FILE.

      *    SE O REGISTRO PASSAR DE 100 REGIOES O PROGRAMA PARA EM VEZ
      *    DE REGRAVAR O ARQUIVO SEM AS QUE NAO COUBERAM.
       P025-CARREGA-ENTRADA.

            MOVE RG-REGION-ID TO WS-CARD-REGIAO.
            PERFORM P300-PROCURA-REGIAO.
            IF WS-ACHOU = 'S'
                DISPLAY 'AVISO: REGIAO DUPLICADA NO REGISTRO: '
                    RG-REGION-ID ' - SEGUNDA OCORRENCIA IGNORADA'
            ELSE
                IF WS-REG-COUNT NOT < 100
                    DISPLAY 'REGISTRO DE REGIOES CHEIO (100) NA '
                        'CARGA: ' RG-REGION-ID
                    CLOSE CALC-REG-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-REG-COUNT
                SET WS-REG-IDX TO WS-REG-COUNT
                MOVE RG-REGION-ID   TO WS-TAB-REGIAO (WS-REG-IDX)
                MOVE RG-DESCRIPTION TO WS-TAB-DESCRICAO (WS-REG-IDX)
                MOVE RG-ACTIVE-FLAG TO WS-TAB-SITUACAO (WS-REG-IDX)
                MOVE RG-WEEKDAYS    TO WS-TAB-DIAS (WS-REG-IDX)
                IF RG-START-DATE IS NUMERIC
                    MOVE RG-START-DATE TO WS-TAB-INICIO (WS-REG-IDX)
                ELSE
                    MOVE ZEROS TO WS-TAB-INICIO (WS-REG-IDX)
                END-IF
                IF RG-UPDATE-DATE IS NUMERIC
                    MOVE RG-UPDATE-DATE TO WS-TAB-DATA (WS-REG-IDX)
                ELSE
                    MOVE ZEROS TO WS-TAB-DATA (WS-REG-IDX)
                END-IF
                MOVE RG-UPDATE-USER TO WS-TAB-USUARIO (WS-REG-IDX)
            END-IF.

       P030-ABRE-TRILHA.

            OPEN EXTEND REG-AUDIT-FILE.
            IF WS-REGAUD-STATUS = '35'
                OPEN OUTPUT REG-AUDIT-FILE
                CLOSE REG-AUDIT-FILE
                OPEN EXTEND REG-AUDIT-FILE
            END-IF.
            IF WS-REGAUD-STATUS NOT = '00'
                DISPLAY 'TRILHA DE AUDITORIA INDISPONIVEL, STATUS: '
                    WS-REGAUD-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       P100-PROCESSA-CARTAO.

            EVALUATE WS-CARD-ACAO
                WHEN 'I'
                    PERFORM P110-INCLUI
                WHEN 'A'
                    PERFORM P120-ALTERA
                WHEN 'E'
                    PERFORM P130-EXCLUI
                WHEN 'L'
                    PERFORM P150-LISTA
                WHEN OTHER
                    DISPLAY 'ACAO INVALIDA: ' WS-CARD-ACAO
                    ADD 1 TO WS-QTDE-ERROS
            END-EVALUATE.

       P110-INCLUI.

            PERFORM P300-PROCURA-REGIAO.
            IF WS-CARD-SITUACAO = SPACE
                MOVE 'A' TO WS-CARD-SITUACAO
            END-IF.
            IF WS-CARD-DIAS = SPACES
                MOVE 'SSSSS' TO WS-CARD-DIAS
            END-IF.
            IF WS-CARD-INICIO = SPACES
                MOVE WS-BUSINESS-DATE TO WS-CARD-INICIO
            END-IF.
            PERFORM P310-VALIDA-CARTAO.
            IF WS-CARTAO-OK = 'S'
                IF WS-ACHOU = 'S'
                    DISPLAY 'REGIAO JA CADASTRADA: ' WS-CARD-REGIAO
                    MOVE 'N' TO WS-CARTAO-OK
                ELSE
                    IF WS-REG-COUNT NOT < 100
                        DISPLAY 'REGISTRO DE REGIOES CHEIO (100) - '
                            'REGIAO NAO INCLUIDA: ' WS-CARD-REGIAO
                        MOVE 'N' TO WS-CARTAO-OK
                    END-IF
                END-IF
            END-IF.
            IF WS-CARTAO-OK NOT = 'S'
                ADD 1 TO WS-QTDE-ERROS
            ELSE
                ADD 1 TO WS-REG-COUNT
                SET WS-REG-IDX TO WS-REG-COUNT
                MOVE WS-CARD-REGIAO    TO WS-TAB-REGIAO (WS-REG-IDX)
                MOVE WS-CARD-DESCRICAO
                    TO WS-TAB-DESCRICAO (WS-REG-IDX)
                MOVE WS-CARD-SITUACAO
                    TO WS-TAB-SITUACAO (WS-REG-IDX)
                MOVE WS-CARD-DIAS      TO WS-TAB-DIAS (WS-REG-IDX)
                MOVE WS-INICIO-TESTE   TO WS-TAB-INICIO (WS-REG-IDX)
                MOVE WS-BUSINESS-DATE  TO WS-TAB-DATA (WS-REG-IDX)
                MOVE WS-USER-ID        TO WS-TAB-USUARIO (WS-REG-IDX)
                MOVE SPACES TO WS-SITUACAO-OLD
                MOVE SPACES TO WS-DIAS-OLD
                MOVE SPACES TO WS-INICIO-OLD
                MOVE 'S' TO WS-ALTERADO
                PERFORM P400-GRAVA-TRILHA
                DISPLAY 'INCLUIDA: ' WS-CARD-REGIAO ' '
                    WS-CARD-SITUACAO ' DIAS=' WS-CARD-DIAS
                    ' INICIO=' WS-CARD-INICIO
            END-IF.

       P120-ALTERA.

            PERFORM P300-PROCURA-REGIAO.
            IF WS-ACHOU NOT = 'S'
                DISPLAY 'REGIAO NAO CADASTRADA: ' WS-CARD-REGIAO
                ADD 1 TO WS-QTDE-ERROS
            ELSE
                SET WS-REG-IDX TO WS-ACHOU-IDX
                MOVE WS-TAB-SITUACAO (WS-REG-IDX) TO WS-SITUACAO-OLD
                MOVE WS-TAB-DIAS (WS-REG-IDX)     TO WS-DIAS-OLD
                MOVE WS-TAB-INICIO (WS-REG-IDX)   TO WS-INICIO-OLD
                IF WS-CARD-SITUACAO = SPACE
                    MOVE WS-SITUACAO-OLD TO WS-CARD-SITUACAO
                END-IF
                IF WS-CARD-DIAS = SPACES
                    MOVE WS-DIAS-OLD TO WS-CARD-DIAS
                END-IF
                IF WS-CARD-INICIO = SPACES
                    MOVE WS-INICIO-OLD TO WS-CARD-INICIO
                END-IF
                PERFORM P310-VALIDA-CARTAO
                IF WS-CARTAO-OK NOT = 'S'
                    ADD 1 TO WS-QTDE-ERROS
                ELSE
                    SET WS-REG-IDX TO WS-ACHOU-IDX
                    MOVE WS-CARD-SITUACAO
                        TO WS-TAB-SITUACAO (WS-REG-IDX)
                    MOVE WS-CARD-DIAS TO WS-TAB-DIAS (WS-REG-IDX)
                    MOVE WS-INICIO-TESTE
                        TO WS-TAB-INICIO (WS-REG-IDX)
                    IF WS-CARD-DESCRICAO NOT = SPACES
                        MOVE WS-CARD-DESCRICAO
                            TO WS-TAB-DESCRICAO (WS-REG-IDX)
                    END-IF
                    MOVE WS-BUSINESS-DATE TO WS-TAB-DATA (WS-REG-IDX)
                    MOVE WS-USER-ID TO WS-TAB-USUARIO (WS-REG-IDX)
                    MOVE 'S' TO WS-ALTERADO
                    PERFORM P400-GRAVA-TRILHA
                    DISPLAY 'REGIAO ' WS-CARD-REGIAO ' AGORA: '
                        WS-CARD-SITUACAO ' DIAS=' WS-CARD-DIAS
                        ' INICIO=' WS-CARD-INICIO
                END-IF
            END-IF.

       P130-EXCLUI.

            PERFORM P300-PROCURA-REGIAO.
            IF WS-ACHOU NOT = 'S'
                DISPLAY 'REGIAO NAO CADASTRADA: ' WS-CARD-REGIAO
                ADD 1 TO WS-QTDE-ERROS
            ELSE
                SET WS-REG-IDX TO WS-ACHOU-IDX
                MOVE WS-TAB-SITUACAO (WS-REG-IDX) TO WS-SITUACAO-OLD
                MOVE WS-TAB-DIAS (WS-REG-IDX)     TO WS-DIAS-OLD
                MOVE WS-TAB-INICIO (WS-REG-IDX)   TO WS-INICIO-OLD
                MOVE SPACES TO WS-CARD-SITUACAO
                MOVE SPACES TO WS-CARD-DIAS
                MOVE SPACES TO WS-CARD-INICIO
                PERFORM P400-GRAVA-TRILHA
                PERFORM VARYING WS-REG-IDX FROM WS-ACHOU-IDX BY 1
                        UNTIL WS-REG-IDX NOT < WS-REG-COUNT
                    MOVE WS-REG-ENTRY (WS-REG-IDX + 1)
                        TO WS-REG-ENTRY (WS-REG-IDX)
                END-PERFORM
                SUBTRACT 1 FROM WS-REG-COUNT
                MOVE 'S' TO WS-ALTERADO
                DISPLAY 'EXCLUIDA: ' WS-CARD-REGIAO
            END-IF.

       P150-LISTA.

            DISPLAY 'REGISTRO DE REGIOES (' WS-REG-COUNT
                ' REGISTROS)'.
            PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                    UNTIL WS-REG-IDX > WS-REG-COUNT
                DISPLAY WS-TAB-REGIAO (WS-REG-IDX)
                    ' ' WS-TAB-SITUACAO (WS-REG-IDX)
                    ' DIAS=' WS-TAB-DIAS (WS-REG-IDX)
                    ' INICIO=' WS-TAB-INICIO (WS-REG-IDX)
                    ' ' WS-TAB-DATA (WS-REG-IDX)
                    ' ' WS-TAB-USUARIO (WS-REG-IDX)
                    ' ' WS-TAB-DESCRICAO (WS-REG-IDX)
            END-PERFORM.

       P300-PROCURA-REGIAO.

            MOVE 'N' TO WS-ACHOU.
            MOVE ZEROS TO WS-ACHOU-IDX.
            PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                    UNTIL WS-REG-IDX > WS-REG-COUNT
                IF WS-TAB-REGIAO (WS-REG-IDX) = WS-CARD-REGIAO
                    MOVE 'S' TO WS-ACHOU
                    SET WS-ACHOU-IDX TO WS-REG-IDX
                    SET WS-REG-IDX TO WS-REG-COUNT
                END-IF
            END-PERFORM.

      *    CONFERE O CARTAO JA COMPLETADO COM OS VALORES PADRAO (NA
      *    INCLUSAO) OU ATUAIS (NA ALTERACAO); O INICIO VALIDADO FICA
      *    EM WS-INICIO-TESTE.
       P310-VALIDA-CARTAO.

            MOVE 'S' TO WS-CARTAO-OK.
            IF WS-CARD-REGIAO (1:1) = SPACE
               OR WS-CARD-REGIAO (2:1) = SPACE
                DISPLAY 'REGIAO INVALIDA: [' WS-CARD-REGIAO ']'
                MOVE 'N' TO WS-CARTAO-OK
            END-IF.
            IF WS-CARD-SITUACAO NOT = 'A'
               AND WS-CARD-SITUACAO NOT = 'I'
                DISPLAY 'SITUACAO INVALIDA: ' WS-CARD-SITUACAO
                    ' (USE A/I)'
                MOVE 'N' TO WS-CARTAO-OK
            END-IF.
            PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                    UNTIL WS-DIA-IDX > 5
                IF WS-CARD-DIA (WS-DIA-IDX) NOT = 'S'
                   AND WS-CARD-DIA (WS-DIA-IDX) NOT = 'N'
                    DISPLAY 'DIAS INVALIDOS: ' WS-CARD-DIAS
                        ' (S/N DE SEGUNDA A SEXTA)'
                    MOVE 'N' TO WS-CARTAO-OK
                    MOVE 5 TO WS-DIA-IDX
                END-IF
            END-PERFORM.
            MOVE ZEROS TO WS-INICIO-TESTE.
            IF WS-CARD-INICIO IS NUMERIC
                MOVE WS-CARD-INICIO TO WS-INICIO-TESTE
            END-IF.
            IF WS-INICIO-TESTE NOT = ZEROS
                IF WS-INICIO-MES < 01 OR WS-INICIO-MES > 12
                   OR WS-INICIO-DIA < 01 OR WS-INICIO-DIA > 31
                    MOVE ZEROS TO WS-INICIO-TESTE
                END-IF
            END-IF.
            IF WS-INICIO-TESTE = ZEROS
               AND WS-CARD-INICIO NOT = ALL '0'
                DISPLAY 'DATA DE INICIO INVALIDA: ' WS-CARD-INICIO
                MOVE 'N' TO WS-CARTAO-OK
            END-IF.

       P400-GRAVA-TRILHA.

            MOVE SPACES TO REG-AUDIT-RECORD.
            MOVE WS-BUSINESS-DATE TO RA-DATE.
            ACCEPT RA-TIME FROM TIME.
            MOVE WS-USER-ID       TO RA-USER-ID.
            MOVE WS-CARD-ACAO     TO RA-ACTION.
            MOVE WS-CARD-REGIAO   TO RA-REGION-ID.
            MOVE WS-SITUACAO-OLD  TO RA-ACTIVE-OLD.
            MOVE WS-DIAS-OLD      TO RA-WEEKDAYS-OLD.
            MOVE WS-INICIO-OLD    TO RA-START-OLD.
            MOVE WS-CARD-SITUACAO TO RA-ACTIVE-NEW.
            MOVE WS-CARD-DIAS     TO RA-WEEKDAYS-NEW.
            MOVE WS-CARD-INICIO   TO RA-START-NEW.
            WRITE REG-AUDIT-RECORD.

       P800-REGRAVA-TABELA.

            OPEN OUTPUT CALC-REG-FILE.
            PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                    UNTIL WS-REG-IDX > WS-REG-COUNT
                MOVE SPACES TO CALC-REG-RECORD
                MOVE WS-TAB-REGIAO (WS-REG-IDX)    TO RG-REGION-ID
                MOVE WS-TAB-DESCRICAO (WS-REG-IDX) TO RG-DESCRIPTION
                MOVE WS-TAB-SITUACAO (WS-REG-IDX)  TO RG-ACTIVE-FLAG
                MOVE WS-TAB-DIAS (WS-REG-IDX)      TO RG-WEEKDAYS
                MOVE WS-TAB-INICIO (WS-REG-IDX)    TO RG-START-DATE
                MOVE WS-TAB-DATA (WS-REG-IDX)      TO RG-UPDATE-DATE
                MOVE WS-TAB-USUARIO (WS-REG-IDX)   TO RG-UPDATE-USER
                WRITE CALC-REG-RECORD
            END-PERFORM.
            CLOSE CALC-REG-FILE.
            DISPLAY 'REGISTRO REGRAVADO COM ' WS-REG-COUNT
                ' REGIOES'.

       END PROGRAM CALCRGM.

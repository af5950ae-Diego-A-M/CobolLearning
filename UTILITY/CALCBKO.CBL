      * INDICE ESTIVER INDISPONIVEL OU NAO TIVER ENTRADAS PARA A
      * EXECUCAO (GRAVADA ANTES DO INDICE EXISTIR), CAI NA VARREDURA
      * SEQUENCIAL DO KSDS INTEIRO, COMO ANTES.
      * PERIODO FECHADO (CALCPER): SE ALGUM REGISTRO DA EXECUCAO TEM
      * DATA EM MES JA FECHADO, NADA E ESTORNADO E O JOB TERMINA COM
      * RC=12. COM O PARM AJUSTE, OS REGISTROS DO MES FECHADO FICAM
      * NO HISTORICO (MARCADOS CH-STATUS 'R') E O ESTORNO ENTRA NO
      * PERIODO ABERTO: UM REGISTRO 'J' COM O RESULTADO DE SINAL
      * TROCADO, DATADO NA DATA DE NEGOCIO CORRENTE, SOB UM NUMERO DE
      * EXECUCAO NOVO (CALCRUN / CALCRLG), COM INDICE NO CALCXRF E
      * LINHA 'J' NO CALCAUD; A LINHA DO CALCREV LEVA A DATA CORRENTE
      * E O MES CORRIGIDO EM EX-ADJ-PERIOD. OS REGISTROS DA MESMA
      * EXECUCAO EM MES ABERTO SAO ESTORNADOS NORMALMENTE.
      * CORRECOES PONTUAIS (CALCCOR): O ORIGINAL JA ESTORNADO ('R')
      * E OS REGISTROS DA PROPRIA CORRECAO ('E'/'N') NAO SAO TOCADOS
      * PELO ESTORNO DE EXECUCAO. DO MESMO MODO, OS REGISTROS 'J' DE
      * UMA EXECUCAO DE AJUSTE NAO SAO ESTORNADOS: OS ORIGINAIS QUE
      * ELES COMPENSAM FICARIAM 'R' SEM ESTORNO, E NUNCA MAIS PODERIAM
      * SER ESTORNADOS NEM CORRIGIDOS.
      * CADA REGISTRO ESTORNADO DEIXA NO CALCAUD UMA LINHA COM OS
      * VALORES ORIGINAIS E O NUMERO DA EXECUCAO ESTORNADA: 'B' QUANDO
      * O REGISTRO SAI DO HISTORICO E 'F' QUANDO FICA NELE MARCADO 'R'
      * (MES FECHADO, COM AJUSTE). E POR ELAS QUE A RECUPERACAO DO
      * CALCREC REFAZ O ESTORNO NO PONTO CERTO DO DIARIO.
      * PARM: NUMERO DA EXECUCAO (NNNNNN)[,AJUSTE].
      * TERMINA COM RC=4 QUANDO NENHUM REGISTRO E ENCONTRADO (NUMERO
      * PROVAVELMENTE ERRADO), RC=8 EM ERRO DE ARQUIVO E RC=12 NA
      * RECUSA POR PERIODO FECHADO.
      * CONTROLE DE SITUACAO DO DIA (CALCDST.CPY): RECUSA COM RC=8
      * ENQUANTO A ETAPA CALC DA DATA DE NEGOCIO ESTA EM ANDAMENTO;
      * DEPOIS DE UM ESTORNO, AS ETAPAS BAL, GL, ACK E DTE DA DATA
      * VOLTAM A 'NAO RODOU'; A GL JA CONCLUIDA ('F') FICA COMO ESTA,
      * POIS A COMPENSACAO DO QUE FOI ESTORNADO VAI PELO CALCREV E O
      * DIARIO DA DATA NAO PODE SER GERADO DE NOVO.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CALC-DATE-FILE ASSIGN TO 'CALCDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

           SELECT CALC-RUN-FILE ASSIGN TO 'CALCRUN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT CALC-RUNLOG-FILE ASSIGN TO 'CALCRLG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT CALC-AUDIT-FILE ASSIGN TO 'CALCAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CALC-DSTAT-FILE ASSIGN TO 'CALCDST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-BUS-DATE
               FILE STATUS IS WS-DSTAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-HIST-FILE.
       FD  CALC-XREF-FILE.
       COPY CALCXRF.

       FD  CALC-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCDAT.

       FD  CALC-DSTAT-FILE.
       COPY CALCDST.

       FD  CALC-RUN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCRUN.

       FD  CALC-RUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCRLG.

       FD  CALC-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
       77  WS-REV-STATUS               PIC X(02) VALUE SPACES.
       77  WS-XREF-STATUS              PIC X(02) VALUE SPACES.
       77  WS-DATE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-RUN-STATUS               PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PARM                     PIC X(30) VALUE SPACES.
       77  WS-RUN-PARM                 PIC X(06) VALUE SPACES.
       77  WS-AJUSTE-PARM              PIC X(06) VALUE SPACES.
       77  WS-RUN-NUMBER               PIC 9(06) VALUE ZEROS.
       77  WS-HIST-MORE                PIC X(01) VALUE 'N'.
       77  WS-XREF-MORE                PIC X(01) VALUE 'N'.
       77  WS-TOT-ESTORNADOS           PIC 9(08) VALUE ZEROS.
       77  WS-TOT-APAGADOS             PIC 9(08) VALUE ZEROS.
       77  WS-TOT-SEM-HIST             PIC 9(08) VALUE ZEROS.
       77  WS-TOT-AJUSTES              PIC 9(08) VALUE ZEROS.
       77  WS-TOT-JA-ESTORNADOS        PIC 9(08) VALUE ZEROS.
       77  WS-TOT-FECHADOS             PIC 9(08) VALUE ZEROS.
       77  WS-TOT-CORRECOES            PIC 9(08) VALUE ZEROS.
       77  WS-TOT-AJUSTES-MANTIDOS     PIC 9(08) VALUE ZEROS.
       77  WS-EOF-DATE                 PIC X(01) VALUE 'N'.
       77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZEROS.
       77  WS-FECHADO-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-PERIODO-TESTE            PIC 9(06) VALUE ZEROS.
       77  WS-PERIODO-FECHADO          PIC X(01) VALUE 'N'.
       77  WS-VERIFICANDO              PIC X(01) VALUE 'N'.
       77  WS-APAGOU                   PIC X(01) VALUE 'N'.
       77  WS-ADJ-RUN-NUMBER           PIC 9(06) VALUE ZEROS.
       77  WS-ADJ-SEQ                  PIC 9(06) VALUE ZEROS.
       77  WS-ADJ-MAXSEQ               PIC 9(06) VALUE ZEROS.
       77  WS-ADJ-MORE                 PIC X(01) VALUE 'N'.
       77  WS-DSTAT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-DST-DATA                 PIC 9(08) VALUE ZEROS.
       77  WS-DST-ETAPA                PIC 9(01) VALUE 2.
       77  WS-DST-IDX                  PIC 9(01) VALUE ZEROS.
       77  WS-DST-EXISTE               PIC X(01) VALUE 'N'.
       77  WS-DST-GL-MANTIDA           PIC X(01) VALUE 'N'.
       77  WS-DST-GL-GUARDA            PIC X(11) VALUE SPACES.

      *    MESES FECHADOS (REGISTROS 'C' DO CALCDATE, VER CALCPER).
       01  WS-FECHADO-TABLE.
           05  WS-FECHADO-PERIOD OCCURS 300 TIMES
               INDEXED BY WS-FEC-IDX   PIC 9(06).

      *    O REGISTRO ORIGINAL E GUARDADO ENQUANTO O ESTORNO DE
      *    AJUSTE E GRAVADO NA AREA DO PROPRIO ARQUIVO.
       01  WS-HIST-ORIGINAL            PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       P001-INICIO.

            ACCEPT WS-PARM FROM COMMAND-LINE.
            UNSTRING WS-PARM DELIMITED BY ','
                INTO WS-RUN-PARM WS-AJUSTE-PARM
            END-UNSTRING.
            IF WS-RUN-PARM NOT NUMERIC OR WS-RUN-PARM = ZEROS
                DISPLAY 'NUMERO DE EXECUCAO INVALIDO: ' WS-RUN-PARM
                DISPLAY 'USO: NNNNNN[,AJUSTE] (VER DIARIO CALCRLG)'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-RUN-PARM TO WS-RUN-NUMBER.
            DISPLAY 'ESTORNANDO A EXECUCAO ' WS-RUN-NUMBER.

            PERFORM P050-LE-CONTROLE.
            PERFORM P070-VERIFICA-CALCULO.
            PERFORM P100-ABRE-ARQUIVOS.

      *    PRIMEIRA PASSADA SO CONFERE AS DATAS DOS REGISTROS CONTRA
      *    OS PERIODOS FECHADOS; NADA E ALTERADO NELA.
            MOVE 'S' TO WS-VERIFICANDO.
            PERFORM P150-ESTORNA-POR-INDICE.
            IF WS-VIA-INDICE NOT = 'S'
                PERFORM P200-ESTORNA
            END-IF.
            IF WS-TOT-FECHADOS > ZEROS
                IF WS-AJUSTE-PARM = 'AJUSTE'
                    DISPLAY 'REGISTROS EM PERIODO FECHADO: '
                        WS-TOT-FECHADOS ' - ESTORNADOS COMO AJUSTE EM '
                        WS-BUSINESS-DATE
                ELSE
                    DISPLAY 'REGISTROS EM PERIODO FECHADO: '
                        WS-TOT-FECHADOS ' - EXECUCAO NAO ESTORNADA '
                        '(USE AJUSTE)'
                    CLOSE CALC-HIST-FILE
                    CLOSE CALC-REV-FILE
                    CLOSE CALC-AUDIT-FILE
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

            MOVE 'N' TO WS-VERIFICANDO.
            PERFORM P150-ESTORNA-POR-INDICE.
            IF WS-VIA-INDICE NOT = 'S'
                PERFORM P200-ESTORNA

            CLOSE CALC-HIST-FILE.
            CLOSE CALC-REV-FILE.
            CLOSE CALC-AUDIT-FILE.
            IF WS-ADJ-RUN-NUMBER > ZEROS
                PERFORM P390-FECHA-AJUSTE
            END-IF.
            IF WS-TOT-ESTORNADOS > ZEROS OR WS-TOT-AJUSTES > ZEROS
                PERFORM P080-REABRE-ETAPAS
            END-IF.

            DISPLAY 'REGISTROS ESTORNADOS: ' WS-TOT-ESTORNADOS.
            DISPLAY 'HISTORICO APAGADO   : ' WS-TOT-APAGADOS.
            DISPLAY 'ESTORNOS DE AJUSTE  : ' WS-TOT-AJUSTES.
            IF WS-TOT-JA-ESTORNADOS > ZEROS
                DISPLAY 'JA ESTORNADOS ANTES : ' WS-TOT-JA-ESTORNADOS
            END-IF.
            IF WS-TOT-CORRECOES > ZEROS
                DISPLAY 'CORRECOES MANTIDAS  : ' WS-TOT-CORRECOES
                    ' (VER DIARIO CALCCOR)'
            END-IF.
            IF WS-TOT-AJUSTES-MANTIDOS > ZEROS
                DISPLAY 'AJUSTES MANTIDOS    : '
                    WS-TOT-AJUSTES-MANTIDOS
            END-IF.
            IF WS-TOT-ESTORNADOS = ZEROS
                IF WS-TOT-CORRECOES = ZEROS
                   AND WS-TOT-AJUSTES-MANTIDOS = ZEROS
                    DISPLAY 'NENHUM REGISTRO COM ESSE NUMERO - CONFIRA '
                        'O DIARIO CALCRLG'
                END-IF
                MOVE 4 TO RETURN-CODE
            END-IF.

            STOP RUN.

      *    DATA DE NEGOCIO CORRENTE (DATA DOS ESTORNOS DE AJUSTE) E
      *    MESES FECHADOS, DO ARQUIVO DE CONTROLE CALCDATE.
       P050-LE-CONTROLE.

            MOVE 'N' TO WS-EOF-DATE.
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
                        EVALUATE CD-REC-TYPE
                            WHEN 'D'
                                MOVE CD-DATE TO WS-BUSINESS-DATE
                            WHEN 'C'
                                PERFORM P055-GUARDA-FECHADO
                        END-EVALUATE
                END-READ
            END-PERFORM.
            CLOSE CALC-DATE-FILE.
            IF WS-BUSINESS-DATE = ZEROS
                DISPLAY 'DATA DE NEGOCIO AUSENTE NO CALCDATE'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       P055-GUARDA-FECHADO.

            IF WS-FECHADO-COUNT < 300
                ADD 1 TO WS-FECHADO-COUNT
                SET WS-FEC-IDX TO WS-FECHADO-COUNT
                MOVE CD-PERIOD TO WS-FECHADO-PERIOD (WS-FEC-IDX)
            ELSE
                DISPLAY 'TABELA DE PERIODOS FECHADOS CHEIA'
                CLOSE CALC-DATE-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       P060-TESTA-PERIODO.

            COMPUTE WS-PERIODO-TESTE = CH-RUN-DATE / 100.
            MOVE 'N' TO WS-PERIODO-FECHADO.
            PERFORM VARYING WS-FEC-IDX FROM 1 BY 1
                    UNTIL WS-FEC-IDX > WS-FECHADO-COUNT
                IF WS-FECHADO-PERIOD (WS-FEC-IDX) = WS-PERIODO-TESTE
                    MOVE 'S' TO WS-PERIODO-FECHADO
                    SET WS-FEC-IDX TO WS-FECHADO-COUNT
                END-IF
            END-PERFORM.

      *    COM O CALCSTEP DA DATA DE NEGOCIO EM ANDAMENTO (OU CAIDO E
      *    AINDA NAO REINICIADO) O ESTORNO NAO RODA: O HISTORICO ESTA
      *    SENDO GRAVADO POR ELE.
       P070-VERIFICA-CALCULO.

            MOVE WS-BUSINESS-DATE TO WS-DST-DATA.
            PERFORM P700-LE-SITUACAO-DIA.
            CLOSE CALC-DSTAT-FILE.
            IF DS-ETP-SITUACAO (WS-DST-ETAPA) = 'I'
                DISPLAY '*** ETAPA CALC DE ' WS-DST-DATA
                    ' EM ANDAMENTO - ESTORNO RECUSADO (VER CALCDSR) ***'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    O QUE O BALANCEAMENTO, O DIARIO CONTABIL E O CASAMENTO DO
      *    RETORNO DA DATA DE NEGOCIO CONFERIRAM MUDOU: AS ETAPAS
      *    POSTERIORES AO CALC VOLTAM A 'NAO RODOU' E TEM DE RODAR
      *    DE NOVO ANTES DO AVANCO DA DATA. EXCECAO: COM O DIARIO
      *    CONTABIL DA DATA JA GERADO (ETAPA GL 'F'), A CONTABILIDADE
      *    RECEBE A COMPENSACAO DA EXECUCAO ESTORNADA PELO CALCREV;
      *    GERAR O DIARIO DE NOVO LANCARIA O RESTO DO DIA DUAS VEZES.
      *    A ETAPA GL FICA 'F' E SO BAL/ACK/DTE SAO REABERTAS.
       P080-REABRE-ETAPAS.

            PERFORM P700-LE-SITUACAO-DIA.
            MOVE 'N' TO WS-DST-GL-MANTIDA.
            IF DS-ETP-SITUACAO (4) = 'F'
                MOVE 'S' TO WS-DST-GL-MANTIDA
                MOVE DS-ETAPA (4) TO WS-DST-GL-GUARDA
            END-IF.
            PERFORM P725-LIMPA-SEGUINTES.
            IF WS-DST-GL-MANTIDA = 'S'
                MOVE WS-DST-GL-GUARDA TO DS-ETAPA (4)
            END-IF.
            PERFORM P740-GRAVA-SITUACAO.
            IF WS-DST-GL-MANTIDA = 'S'
                DISPLAY 'ETAPAS BAL/ACK/DTE DE ' WS-DST-DATA
                    ' REABERTAS NO CONTROLE DE SITUACAO DO DIA; GL '
                    'MANTIDA (COMPENSACAO VAI PELO CALCREV)'
            ELSE
                DISPLAY 'ETAPAS BAL/GL/ACK/DTE DE ' WS-DST-DATA
                    ' REABERTAS NO CONTROLE DE SITUACAO DO DIA'
            END-IF.

       P100-ABRE-ARQUIVOS.

            OPEN I-O CALC-HIST-FILE.
                STOP RUN
            END-IF.

            OPEN EXTEND CALC-AUDIT-FILE.
            IF WS-AUDIT-STATUS = '35'
                OPEN OUTPUT CALC-AUDIT-FILE
                CLOSE CALC-AUDIT-FILE
                OPEN EXTEND CALC-AUDIT-FILE
            END-IF.
            IF WS-AUDIT-STATUS NOT = '00'
                DISPLAY 'CALCAUD INDISPONIVEL, STATUS: '
                    WS-AUDIT-STATUS
                CLOSE CALC-HIST-FILE
                CLOSE CALC-REV-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      * CAMINHO RAPIDO: O INDICE CALCXRF APONTA AS CHAVES DO
      * HISTORICO DA EXECUCAO. WS-VIA-INDICE SO LIGA QUANDO O INDICE
      * TEM AO MENOS UMA ENTRADA PARA A EXECUCAO; SEM ENTRADA (RUN

            MOVE XR-RUN-DATE TO CH-RUN-DATE.
            MOVE XR-SEQ-NUM  TO CH-SEQ-NUM.
            MOVE 'N' TO WS-APAGOU.
            READ CALC-HIST-FILE
                INVALID KEY
                    IF WS-VERIFICANDO NOT = 'S'
                        ADD 1 TO WS-TOT-SEM-HIST
                        DISPLAY 'INDICE SEM HISTORICO: ' XR-KEY
                        MOVE 'S' TO WS-APAGOU
                    END-IF
                NOT INVALID KEY
                    PERFORM P205-SELECIONA-REGISTRO
            END-READ.
      *    A ENTRADA DO INDICE SO SAI JUNTO COM O REGISTRO APAGADO;
      *    O ORIGINAL DE UM ESTORNO DE AJUSTE CONTINUA NO HISTORICO.
            IF RETURN-CODE = 8
                MOVE 'N' TO WS-XREF-MORE
            ELSE
                IF WS-APAGOU = 'S'
                    DELETE CALC-XREF-FILE
                        INVALID KEY
                            DISPLAY 'ERRO AO APAGAR INDICE ' XR-KEY
                    END-DELETE
                END-IF
            END-IF.

      * O NUMERO DA EXECUCAO NAO FAZ PARTE DA CHAVE, ENTAO SEM O
                        MOVE 'N' TO WS-HIST-MORE
                    NOT AT END
                        IF CH-RUN-NUMBER = WS-RUN-NUMBER
                            PERFORM P205-SELECIONA-REGISTRO
                        END-IF
                END-READ
            END-PERFORM.

      *    NA PASSADA DE VERIFICACAO SO CONTA OS REGISTROS DE MES
      *    FECHADO; NA DE ESTORNO, O DE MES FECHADO VAI PARA O AJUSTE
      *    E O DE MES ABERTO E ESTORNADO E APAGADO COMO SEMPRE.
      *    OS REGISTROS 'E'/'N' DE UMA CORRECAO DO CALCCOR NAO SAO
      *    ESTORNADOS AQUI (O ORIGINAL FICARIA 'R' SEM O ESTORNO QUE O
      *    COMPENSA); O ORIGINAL 'R' DE MES ABERTO TAMBEM NAO, POIS O
      *    ESTORNO DELE JA FOI POSTADO PELA CORRECAO. PELO MESMO
      *    MOTIVO O 'J' DE UM ESTORNO DE AJUSTE FICA NO HISTORICO.
       P205-SELECIONA-REGISTRO.

            PERFORM P060-TESTA-PERIODO.
            EVALUATE TRUE
                WHEN CH-STATUS = 'E' OR CH-STATUS = 'N'
                    IF WS-VERIFICANDO NOT = 'S'
                        ADD 1 TO WS-TOT-CORRECOES
                        DISPLAY 'CORRECAO DO CALCCOR, NAO ESTORNADA: '
                            CH-KEY
                    END-IF
                WHEN CH-STATUS = 'J'
                    IF WS-VERIFICANDO NOT = 'S'
                        ADD 1 TO WS-TOT-AJUSTES-MANTIDOS
                        DISPLAY 'ESTORNO DE AJUSTE, NAO ESTORNADO: '
                            CH-KEY
                    END-IF
                WHEN WS-VERIFICANDO = 'S'
                    IF WS-PERIODO-FECHADO = 'S'
                        ADD 1 TO WS-TOT-FECHADOS
                    END-IF
                WHEN WS-PERIODO-FECHADO = 'S'
                    PERFORM P300-ESTORNA-AJUSTE
                WHEN CH-STATUS = 'R'
                    ADD 1 TO WS-TOT-JA-ESTORNADOS
                    DISPLAY 'JA ESTORNADO POR CORRECAO: ' CH-KEY
                WHEN OTHER
                    PERFORM P210-ESTORNA-REGISTRO
            END-EVALUATE.

       P210-ESTORNA-REGISTRO.

            MOVE SPACES TO CALC-EXPORT-RECORD.
            COMPUTE EX-RESULT = 0 - CH-RESULT.
            MOVE CH-REMAINDER      TO EX-REMAINDER.
            MOVE CH-RUN-NUMBER     TO EX-RUN-NUMBER.
            MOVE ZEROS             TO EX-ADJ-PERIOD.
            WRITE CALC-EXPORT-RECORD.
            IF WS-REV-STATUS NOT = '00'
      *         SO APAGA DO KSDS O QUE COMPROVADAMENTE FOI ESTORNADO
                END-DELETE
                IF WS-HIST-STATUS = '00'
                    ADD 1 TO WS-TOT-APAGADOS
                    MOVE 'S' TO WS-APAGOU
                    MOVE 'B' TO CA-ERROR-FLAG
                    PERFORM P220-GRAVA-ESTORNO-AUDITORIA
                END-IF
            END-IF.

      *    LINHA DO CALCAUD DO REGISTRO ESTORNADO ('B' APAGADO, 'F'
      *    MANTIDO COMO 'R'): VALORES ORIGINAIS, EXECUCAO ESTORNADA E
      *    A DATA DE NEGOCIO DO ESTORNO. NAO E LANCAMENTO: O VALOR QUE
      *    COMPENSA E O CALCREV (E O 'J' NO AJUSTE). O FLAG VEM EM
      *    CA-ERROR-FLAG, PREENCHIDO PELO CHAMADOR.
       P220-GRAVA-ESTORNO-AUDITORIA.

            MOVE WS-BUSINESS-DATE  TO CA-DATE.
            ACCEPT CA-TIME FROM TIME.
            MOVE CH-OPERATOR-ID    TO CA-OPERATOR-ID.
            MOVE CH-NUM1           TO CA-NUM1.
            MOVE CH-NUM2           TO CA-NUM2.
            MOVE CH-OPERATION      TO CA-OPERATION.
            MOVE CH-RESULT         TO CA-RESULT.
            MOVE CH-REMAINDER      TO CA-REMAINDER.
            MOVE CH-RUN-NUMBER     TO CA-RUN-NUMBER.
            MOVE CH-REGION-ID      TO CA-REGION-ID.
            WRITE CALC-AUDIT-RECORD.
            IF WS-AUDIT-STATUS NOT = '00'
                DISPLAY 'ERRO AO GRAVAR CALCAUD, STATUS: '
                    WS-AUDIT-STATUS ' - ' CH-KEY
            END-IF.

      *    ESTORNO DE AJUSTE: O ORIGINAL FICA NO MES FECHADO, MARCADO
      *    'R' (REGRAVADO SO O STATUS, OS VALORES NAO MUDAM), E O
      *    ESTORNO ENTRA NA DATA DE NEGOCIO CORRENTE. UM ORIGINAL JA
      *    MARCADO 'R' NAO E ESTORNADO DE NOVO.
       P300-ESTORNA-AJUSTE.

            IF CH-STATUS = 'R'
                ADD 1 TO WS-TOT-JA-ESTORNADOS
                DISPLAY 'JA ESTORNADO POR AJUSTE: ' CH-KEY
            ELSE
                IF WS-ADJ-RUN-NUMBER = ZEROS
                    PERFORM P350-ABRE-AJUSTE
                END-IF
                MOVE SPACES TO CALC-EXPORT-RECORD
                MOVE WS-BUSINESS-DATE  TO EX-DATE
                MOVE CH-OPERATOR-ID    TO EX-OPERATOR-ID
                MOVE CH-NUM1           TO EX-NUM1
                MOVE CH-NUM2           TO EX-NUM2
                MOVE CH-OPERATION      TO EX-OPERATION
                COMPUTE EX-RESULT = 0 - CH-RESULT
                MOVE CH-REMAINDER      TO EX-REMAINDER
                MOVE CH-RUN-NUMBER     TO EX-RUN-NUMBER
                MOVE WS-PERIODO-TESTE  TO EX-ADJ-PERIOD
                WRITE CALC-EXPORT-RECORD
                IF WS-REV-STATUS NOT = '00'
                    DISPLAY 'ERRO AO GRAVAR ESTORNO, STATUS: '
                        WS-REV-STATUS ' - ESTORNO INTERROMPIDO'
                    MOVE 'N' TO WS-HIST-MORE
                    MOVE 8 TO RETURN-CODE
                ELSE
                    ADD 1 TO WS-TOT-ESTORNADOS
                    PERFORM P310-GRAVA-AJUSTE
                END-IF
            END-IF.

       P310-GRAVA-AJUSTE.

            MOVE 'R' TO CH-STATUS.
            REWRITE CALC-HIST-RECORD
                INVALID KEY
                    DISPLAY 'ERRO AO MARCAR ORIGINAL ' CH-KEY
            END-REWRITE.
            IF WS-HIST-STATUS = '00'
                MOVE 'F' TO CA-ERROR-FLAG
                PERFORM P220-GRAVA-ESTORNO-AUDITORIA
            END-IF.
            MOVE CALC-HIST-RECORD TO WS-HIST-ORIGINAL.

            MOVE WS-BUSINESS-DATE  TO CH-RUN-DATE.
            MOVE WS-ADJ-SEQ        TO CH-SEQ-NUM.
            COMPUTE CH-RESULT = 0 - CH-RESULT.
            MOVE WS-ADJ-RUN-NUMBER TO CH-RUN-NUMBER.
            MOVE 'J'               TO CH-STATUS.
            WRITE CALC-HIST-RECORD
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR ESTORNO DE AJUSTE ' CH-KEY
            END-WRITE.
            MOVE SPACES TO CALC-XREF-RECORD.
            MOVE WS-ADJ-RUN-NUMBER TO XR-RUN-NUMBER.
            MOVE CH-RUN-DATE       TO XR-RUN-DATE.
            MOVE CH-SEQ-NUM        TO XR-SEQ-NUM.
            WRITE CALC-XREF-RECORD
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR INDICE DE EXECUCAO'
            END-WRITE.
            ADD 1 TO WS-ADJ-SEQ.
            ADD 1 TO WS-TOT-AJUSTES.

            MOVE SPACES TO CALC-AUDIT-RECORD.
            MOVE WS-BUSINESS-DATE  TO CA-DATE.
            ACCEPT CA-TIME FROM TIME.
            MOVE CH-OPERATOR-ID    TO CA-OPERATOR-ID.
            MOVE CH-NUM1           TO CA-NUM1.
            MOVE CH-NUM2           TO CA-NUM2.
            MOVE CH-OPERATION      TO CA-OPERATION.
            MOVE CH-RESULT         TO CA-RESULT.
            MOVE CH-REMAINDER      TO CA-REMAINDER.
            MOVE 'J'               TO CA-ERROR-FLAG.
            MOVE WS-ADJ-RUN-NUMBER TO CA-RUN-NUMBER.
            MOVE CH-REGION-ID      TO CA-REGION-ID.
            WRITE CALC-AUDIT-RECORD.

      *    DEVOLVE O ORIGINAL A AREA DO ARQUIVO PARA A VARREDURA
      *    SEQUENCIAL (P200) CONTINUAR DE ONDE ESTAVA.
            MOVE WS-HIST-ORIGINAL TO CALC-HIST-RECORD.

      *    OS ESTORNOS DE AJUSTE GANHAM UM NUMERO DE EXECUCAO PROPRIO
      *    (INICIO E FIM NO DIARIO CALCRLG), PARA QUE SEJAM RASTREAVEIS
      *    E ESTORNAVEIS COMO QUALQUER EXECUCAO DO PERIODO ABERTO.
       P350-ABRE-AJUSTE.

            OPEN INPUT CALC-RUN-FILE.
            IF WS-RUN-STATUS = '00'
                READ CALC-RUN-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE CR-LAST-RUN-NUM TO WS-ADJ-RUN-NUMBER
                END-READ
                CLOSE CALC-RUN-FILE
            END-IF.
            ADD 1 TO WS-ADJ-RUN-NUMBER.

            OPEN OUTPUT CALC-RUN-FILE.
            MOVE SPACES TO CALC-RUN-RECORD.
            MOVE WS-ADJ-RUN-NUMBER TO CR-LAST-RUN-NUM.
            WRITE CALC-RUN-RECORD.
            CLOSE CALC-RUN-FILE.
            DISPLAY 'EXECUCAO DOS ESTORNOS DE AJUSTE: '
                WS-ADJ-RUN-NUMBER.

            OPEN EXTEND CALC-RUNLOG-FILE.
            IF WS-RUNLOG-STATUS = '35'
                OPEN OUTPUT CALC-RUNLOG-FILE
                CLOSE CALC-RUNLOG-FILE
                OPEN EXTEND CALC-RUNLOG-FILE
            END-IF.
            MOVE SPACES TO CALC-RUNLOG-RECORD.
            MOVE WS-ADJ-RUN-NUMBER TO RL-RUN-NUMBER.
            MOVE 'I'               TO RL-REC-TYPE.
            MOVE WS-BUSINESS-DATE  TO RL-DATE.
            ACCEPT RL-TIME FROM TIME.
            MOVE 'CALCBKO'         TO RL-OPERATOR-ID.
            MOVE ZEROS TO RL-REC-READ.
            MOVE ZEROS TO RL-REC-POSTED.
            MOVE ZEROS TO RL-REC-ERROR.
            MOVE ZEROS TO RL-REC-HELD.
            WRITE CALC-RUNLOG-RECORD.

      *    OS INDICES DO CALCXRF SAO GRAVADOS NO MESMO ARQUIVO QUE A
      *    VARREDURA POR INDICE PERCORRE; COMO A EXECUCAO NOVA E
      *    MAIOR QUE A ESTORNADA, AS ENTRADAS NOVAS FICAM DEPOIS DO
      *    FIM DA VARREDURA. SEM O INDICE ABERTO (CAMINHO DE
      *    VARREDURA DO KSDS) ELE E ABERTO AQUI.
            IF WS-VIA-INDICE NOT = 'S'
                OPEN I-O CALC-XREF-FILE
                IF WS-XREF-STATUS = '35'
                    OPEN OUTPUT CALC-XREF-FILE
                    CLOSE CALC-XREF-FILE
                    OPEN I-O CALC-XREF-FILE
                END-IF
            END-IF.

            PERFORM P360-PROXIMO-SEQ.

      *    PROXIMO SEQUENCIAL LIVRE DA DATA CORRENTE, PELO MESMO
      *    CRITERIO DO P195 DE YOUR-PROGRAM-NAME. A POSICAO DA
      *    VARREDURA DO KSDS E GUARDADA E RESTAURADA EM VOLTA.
       P360-PROXIMO-SEQ.

            MOVE CALC-HIST-RECORD TO WS-HIST-ORIGINAL.
            MOVE ZEROS TO WS-ADJ-MAXSEQ.
            MOVE WS-BUSINESS-DATE TO CH-RUN-DATE.
            MOVE 000001 TO CH-SEQ-NUM.
            START CALC-HIST-FILE KEY IS NOT LESS THAN CH-KEY
                INVALID KEY
                    MOVE 'N' TO WS-ADJ-MORE
                NOT INVALID KEY
                    MOVE 'S' TO WS-ADJ-MORE
            END-START.
            PERFORM UNTIL WS-ADJ-MORE = 'N'
                READ CALC-HIST-FILE NEXT RECORD
                    AT END
                        MOVE 'N' TO WS-ADJ-MORE
                    NOT AT END
                        IF CH-RUN-DATE = WS-BUSINESS-DATE
                            IF CH-SEQ-NUM > WS-ADJ-MAXSEQ
                                MOVE CH-SEQ-NUM TO WS-ADJ-MAXSEQ
                            END-IF
                        ELSE
                            MOVE 'N' TO WS-ADJ-MORE
                        END-IF
                END-READ
            END-PERFORM.
            COMPUTE WS-ADJ-SEQ = WS-ADJ-MAXSEQ + 1.

      *    REPOSICIONA NO ORIGINAL: RELE PELA CHAVE E, NA VARREDURA
      *    SEQUENCIAL, REABRE O CURSOR NELE PARA O READ NEXT SEGUINTE.
            MOVE WS-HIST-ORIGINAL TO CALC-HIST-RECORD.
            READ CALC-HIST-FILE
                INVALID KEY
                    DISPLAY 'ERRO AO RELER ORIGINAL ' CH-KEY
            END-READ.
            IF WS-VIA-INDICE NOT = 'S'
                START CALC-HIST-FILE KEY IS GREATER THAN CH-KEY
                    INVALID KEY
                        MOVE 'N' TO WS-HIST-MORE
                END-START
                MOVE WS-HIST-ORIGINAL TO CALC-HIST-RECORD
            END-IF.

       P390-FECHA-AJUSTE.

            MOVE SPACES TO CALC-RUNLOG-RECORD.
            MOVE WS-ADJ-RUN-NUMBER TO RL-RUN-NUMBER.
            MOVE 'F'               TO RL-REC-TYPE.
            MOVE WS-BUSINESS-DATE  TO RL-DATE.
            ACCEPT RL-TIME FROM TIME.
            MOVE 'CALCBKO'         TO RL-OPERATOR-ID.
            MOVE WS-TOT-AJUSTES    TO RL-REC-READ.
            MOVE WS-TOT-AJUSTES    TO RL-REC-POSTED.
            MOVE ZEROS             TO RL-REC-ERROR.
            MOVE ZEROS             TO RL-ELAPSED-SECS.
            MOVE ZEROS             TO RL-RETURN-CODE.
            MOVE ZEROS             TO RL-REC-HELD.
            WRITE CALC-RUNLOG-RECORD.
            CLOSE CALC-RUNLOG-FILE.
            IF WS-VIA-INDICE NOT = 'S'
                CLOSE CALC-XREF-FILE
            END-IF.

      *    LE NO CALCDST O REGISTRO DE SITUACAO DA DATA WS-DST-DATA;
      *    DATA AINDA SEM REGISTRO COMECA COM TODAS AS ETAPAS EM
      *    BRANCO. O ARQUIVO FICA ABERTO ATE O P740 (OU A RECUSA).
       P700-LE-SITUACAO-DIA.

            OPEN I-O CALC-DSTAT-FILE.
            IF WS-DSTAT-STATUS = '35'
                OPEN OUTPUT CALC-DSTAT-FILE
                CLOSE CALC-DSTAT-FILE
                OPEN I-O CALC-DSTAT-FILE
            END-IF.
            IF WS-DSTAT-STATUS NOT = '00'
                DISPLAY 'CONTROLE DE SITUACAO DO DIA INDISPONIVEL, '
                    'STATUS: ' WS-DSTAT-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-DST-DATA TO DS-BUS-DATE.
            MOVE 'S' TO WS-DST-EXISTE.
            READ CALC-DSTAT-FILE
                INVALID KEY
                    MOVE 'N' TO WS-DST-EXISTE
            END-READ.
            IF WS-DST-EXISTE = 'N'
                MOVE SPACES TO CALC-DSTAT-RECORD
                MOVE WS-DST-DATA TO DS-BUS-DATE
                PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                        UNTIL WS-DST-IDX > 6
                    MOVE ZEROS TO DS-ETP-HORA (WS-DST-IDX)
                    MOVE ZEROS TO DS-ETP-RC (WS-DST-IDX)
                END-PERFORM
            END-IF.

      *    AS ETAPAS POSTERIORES A WS-DST-ETAPA VOLTAM A 'NAO RODOU':
      *    O QUE ELAS CONFERIRAM OU ENVIARAM MUDOU.
       P725-LIMPA-SEGUINTES.

            PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                    UNTIL WS-DST-IDX > 6
                IF WS-DST-IDX > WS-DST-ETAPA
                    MOVE SPACE TO DS-ETP-SITUACAO (WS-DST-IDX)
                    MOVE ZEROS TO DS-ETP-HORA (WS-DST-IDX)
                    MOVE ZEROS TO DS-ETP-RC (WS-DST-IDX)
                END-IF
            END-PERFORM.

       P740-GRAVA-SITUACAO.

            IF WS-DST-EXISTE = 'S'
                REWRITE CALC-DSTAT-RECORD
            ELSE
                WRITE CALC-DSTAT-RECORD
            END-IF.
            IF WS-DSTAT-STATUS NOT = '00'
                DISPLAY 'ERRO AO GRAVAR O CONTROLE DE SITUACAO DO DIA, '
                    'STATUS: ' WS-DSTAT-STATUS
                CLOSE CALC-DSTAT-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'S' TO WS-DST-EXISTE.
            CLOSE CALC-DSTAT-FILE.

       END PROGRAM CALCBKO.

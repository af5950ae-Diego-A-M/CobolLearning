      *================================================================
      * CALCJRN.CPY
      * LAYOUT DO DIARIO CONTABIL (GL-JOURNAL-FILE) GRAVADO PELO
      * CALCGL PARA A DATA DE NEGOCIO: UM PAR DE LINHAS DEBITO /
      * CREDITO POR OPERACAO (M/A/S/D) E OPERADOR, SEGUIDO DE UM
      * TRAILER DE CONTROLE.
      * JR-REC-TYPE: D=LINHA DO DIARIO T=TRAILER (VISAO JT-).
      * JR-DC-FLAG : D=DEBITO C=CREDITO. JR-AMOUNT E SEMPRE POSITIVO;
      * O SINAL DO RESULTADO DEFINE QUAL CONTA DO MAPA RECEBE O
      * DEBITO.
      * JT-DEBIT-TOTAL E JT-CREDIT-TOTAL TEM DE SER IGUAIS; JT-HIST-
      * COUNT E O NUMERO DE REGISTROS DO CALCHIST RESUMIDOS.
      *================================================================
       01  GL-JOURNAL-RECORD.
           05  JR-REC-TYPE             PIC X(01).
           05  JR-DATE                 PIC 9(08).
           05  JR-DETAIL.
               10  JR-LINE-NUM         PIC 9(06).
               10  JR-OPERATION        PIC X(01).
               10  JR-OPERATOR-ID      PIC X(08).
               10  JR-ACCOUNT          PIC X(10).
               10  JR-DC-FLAG          PIC X(01).
               10  JR-AMOUNT           PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
               10  JR-ITEM-COUNT       PIC 9(06).
               10  FILLER              PIC X(21).
           05  JR-TRAILER REDEFINES JR-DETAIL.
               10  JT-LINE-COUNT       PIC 9(06).
               10  JT-DEBIT-TOTAL      PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
               10  JT-CREDIT-TOTAL     PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
               10  JT-HIST-COUNT       PIC 9(08).
               10  FILLER              PIC X(21).

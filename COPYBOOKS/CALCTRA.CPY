      * OS NUM1 E NUM2) PARA O BALANCEAMENTO DO LOTE.
      * O ARQUIVO PODE TRAZER VARIOS GRUPOS H/D/T (UM POR EXTRATOR
      * REGIONAL); CADA LOTE E BALANCEADO CONTRA O PROPRIO TRAILER.
      * CT-HDR-REGION-ID: REGIAO (EXTRATOR) QUE MANDOU O LOTE, UMA DAS
      * CADASTRADAS NO REGISTRO DE REGIOES (CALCREG.CPY); VAI PARA O
      * CALCBCT, O CALCHIST E O CALCAUD DE CADA DETALHE DO LOTE.
      * CT-OPERATION: M=MULTIPLICAR A=SOMAR S=SUBTRAIR D=DIVIDIR,
      * POR REGISTRO DE DETALHE; EM BRANCO, VALE O CODIGO DE
      * OPERACAO DA EXECUCAO (PARM OU CALCPARM).
               10  FILLER              PIC X(50).
           05  CT-HEADER-DATA REDEFINES CT-DETAIL-DATA.
               10  CT-HDR-BATCH-DATE   PIC 9(08).
               10  CT-HDR-REGION-ID    PIC X(02).
               10  FILLER              PIC X(69).
           05  CT-TRAILER-DATA REDEFINES CT-DETAIL-DATA.
               10  CT-TRL-REC-COUNT    PIC 9(08).
               10  CT-TRL-HASH-TOTAL   PIC S9(12)V99

      * RECUSADO NAS EXECUCOES SEGUINTES (RC=8), SALVO PARM DE
      * REPROCESSAMENTO APOS UM ESTORNO DO CALCBKO.
      * BT-RUN-NUMBER E A EXECUCAO QUE POSTOU O LOTE.
      * BT-REGION-ID E A REGIAO DO HEADER DO LOTE (EM BRANCO NAS
      * ANOTACOES ANTERIORES A REGIAO NO HEADER).
      *================================================================
       01  CALC-BATCTL-RECORD.
           05  BT-BATCH-DATE           PIC 9(08).
           05  BT-RUN-NUMBER           PIC 9(06).
           05  BT-POST-DATE            PIC 9(08).
           05  BT-POST-TIME            PIC 9(08).
           05  BT-REGION-ID            PIC X(02).
           05  FILLER                  PIC X(25).

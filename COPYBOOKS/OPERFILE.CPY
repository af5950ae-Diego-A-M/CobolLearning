      *================================================================
      * OPERFILE.CPY
      * LAYOUT DO CADASTRO DE OPERADORES (OPERATOR-FILE, INDEXADO /
      * VSAM KSDS, CHAVE OP-OPERATOR-ID; CARGA INICIAL PELO CALCOPX)
      * MANTIDO PELO CALCOPM; OP-EFFECTIVE-DATE REGISTRA A VIGENCIA
      * DA ULTIMA ATIVACAO/DESATIVACAO.
      * OP-ALLOWED-OPS: LETRAS DAS OPERACOES (M/A/S/D) QUE O

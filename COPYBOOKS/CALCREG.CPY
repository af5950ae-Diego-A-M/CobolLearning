      *================================================================
      * CALCREG.CPY
      * LAYOUT DO REGISTRO DE REGIOES (EXTRATORES REGIONAIS) QUE
      * MANDAM LOTES NO CALCTRAN, UM REGISTRO POR REGIAO. MANTIDO
      * PELO CALCRGM (TRILHA REGAUD) E LIDO PELO CALCRCK, QUE ANTES
      * DO CALCSTEP CONFERE OS HEADERS DO CALCTRAN CONTRA ELE.
      * RG-REGION-ID: O MESMO CODIGO DO CT-HDR-REGION-ID.
      * RG-ACTIVE-FLAG: A=ATIVA (ESPERADA NOS DIAS ABAIXO) I=INATIVA
      * (NAO E ESPERADA E UM LOTE DELA E APONTADO).
      * RG-WEEKDAYS: UMA POSICAO POR DIA, SEGUNDA A SEXTA, 'S' QUANDO
      * A REGIAO MANDA NAQUELE DIA DA SEMANA.
      * RG-START-DATE: PRIMEIRA DATA DE NEGOCIO EM QUE A REGIAO E
      * ESPERADA (ZEROS = DESDE SEMPRE).
      *================================================================
       01  CALC-REG-RECORD.
           05  RG-REGION-ID            PIC X(02).
           05  RG-DESCRIPTION          PIC X(30).
           05  RG-ACTIVE-FLAG          PIC X(01).
           05  RG-WEEKDAYS             PIC X(05).
           05  RG-START-DATE           PIC 9(08).
           05  RG-UPDATE-DATE          PIC 9(08).
           05  RG-UPDATE-USER          PIC X(08).
           05  FILLER                  PIC X(18).

      *****************************************************
      * FATUREC.CPY
      * FATURA DE MENSALIDADE (FATURAS), INDEXADA PELA
      * MATRICULA + COMPETENCIA (AAAAMM) - A MESMA CHAVE E O
      * NOSSO NUMERO DO BOLETO NA REMESSA AO BANCO. GRAVADA
      * PELO FATURAMENTO MENSAL (PROGCOB35) COM O VALOR CHEIO
      * DA TURMA, O DESCONTO DO ALUNO E O LIQUIDO; BAIXADA
      * PELO RETORNO DO BANCO (PROGCOB36) COM A DATA E O
      * VALOR PAGO; LIDA PELO RELATORIO DE INADIMPLENCIA
      * (PROGCOB37). VALORES COM DUAS CASAS IMPLICITAS.
      * SITUACAO: 'A' ABERTA, 'P' PAGA, 'I' ISENTA (BOLSA
      * INTEGRAL, SEM BOLETO)
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      *****************************************************
       01  FATURA-REG.
           05  FT-CHAVE.
               10  FT-MATRICULA    PIC 9(06).
               10  FT-COMPETENCIA  PIC X(06).
           05  FT-NOME             PIC X(20).
           05  FT-TURMA            PIC X(05).
           05  FT-EMISSAO          PIC X(08).
           05  FT-VENCIMENTO       PIC X(08).
           05  FT-VALOR-BRUTO      PIC 9(07)V99.
           05  FT-DESCONTO         PIC 9(07)V99.
           05  FT-VALOR-LIQUIDO    PIC 9(07)V99.
           05  FT-SITUACAO         PIC X(01).
               88  FATURA-ABERTA          VALUE 'A'.
               88  FATURA-PAGA            VALUE 'P'.
               88  FATURA-ISENTA          VALUE 'I'.
           05  FT-DATA-PAGTO       PIC X(08).
           05  FT-VALOR-PAGO       PIC 9(07)V99.

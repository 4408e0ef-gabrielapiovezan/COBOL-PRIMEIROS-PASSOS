      *****************************************************
      * BENEFREC.CPY
      * REGISTRO DO CADASTRO DE ADESOES A BENEFICIOS
      * (BENEFMST), INDEXADO POR COMPANHIA + MATRICULA +
      * TIPO DO BENEFICIO: 'VT' VALE-TRANSPORTE OU 'VR'
      * VALE-REFEICAO. VALOR DIARIO EM BRL COM DUAS CASAS
      * IMPLICITAS (NO VT, A SOMA DAS PASSAGENS DO DIA).
      * BF-DIAS-MES ZERADO = OS DIAS UTEIS DO PERIODO NO
      * CALENDIA; INFORMADO, E A ESCALA DO EMPREGADO (EX.
      * 12 PARA QUEM TRABALHA 3 DIAS POR SEMANA).
      * BF-PCT-PARTICIPACAO E A PARTE DO EMPREGADO NO VR
      * (DUAS CASAS IMPLICITAS - 02000 = 20,00%); NO VT A
      * PARTE DO EMPREGADO E SEMPRE O CUSTO LIMITADO A 6% DO
      * SALARIO BASE E O CAMPO NAO E USADO.
      * SITUACAO: 'A' ATIVA (ENTRA NO PEDIDO E NO DESCONTO
      * TODO MES) E 'C' CANCELADA PELO RH.
      * MANTIDO PELO PROGCOB42; LIDO NO MES PELO PROGCOB42R,
      * QUE MONTA OS PEDIDOS AOS FORNECEDORES E OS DESCONTOS
      * NO FOLHAVRB.
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      *****************************************************
       01  BENEFICIO-REG.
           05  BF-CHAVE.
               10  BF-COMPANHIA    PIC X(02).
               10  BF-MATRICULA    PIC 9(06).
               10  BF-TIPO         PIC X(02).
                   88  BF-VALE-TRANSPORTE VALUE 'VT'.
                   88  BF-VALE-REFEICAO   VALUE 'VR'.
           05  BF-VLR-DIARIO       PIC 9(04)V99.
           05  BF-DIAS-MES         PIC 9(02).
           05  BF-PCT-PARTICIPACAO PIC 9(03)V99.
           05  BF-SITUACAO         PIC X(01).
               88  BF-ATIVO               VALUE 'A'.
               88  BF-CANCELADO           VALUE 'C'.
           05  BF-DATA-INCLUSAO    PIC X(08).
           05  BF-DATA-ALTERACAO   PIC X(08).

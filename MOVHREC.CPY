      * OS SALARIOS SAO NUMERICOS COM DUAS CASAS IMPLICITAS;
      * NA INCLUSAO A IMAGEM "ANTES" SAI EM BRANCO/ZEROS.
      * 02/09/2026 GABPI0  VERSAO ORIGINAL
      * 15/10/2026 GABPI0  NOVO GRAVADOR: PROGCOB03D (REAJUSTE
      *                    COLETIVO), COM O EVENTO 'DISSID' +
      *                    PERIODO DE VIGENCIA (AAAAMM)
      * 15/10/2026 GABPI0  IMAGEM ANTES/DEPOIS DO CPF E DO PIS
      *                    (MV-DOCUMENTOS) ACRESCENTADA NO FIM DO
      *                    REGISTRO, PARA OS MOVIMENTOS ANTIGOS
      *                    CONTINUAREM LEGIVEIS (CHEGAM EM
      *                    BRANCO); A OPCAO 7 DO PROGCOB03 GRAVA O
      *                    EVENTO 'DOCUMENTOS'
      * 15/10/2026 GABPI0  NOVO GRAVADOR: PROGCOB04R, COM O EVENTO
      *                    'RESCISAO' QUANDO O CALCULO DA RESCISAO
      *                    INATIVA UMA MATRICULA AINDA ATIVA
      * 15/10/2026 GABPI0  NOVO GRAVADOR: PROGCOB45 (EXPURGO DE
      *                    INATIVOS), COM O EVENTO 'EXPURGO' E AS
      *                    IMAGENS ANTES/DEPOIS IGUAIS AO REGISTRO
      *                    APAGADO DO MESTRE E LEVADO AO EMPARQ
      *****************************************************
       01  MOVIMENTO-MESTRE-REG.
           05  MV-PROGRAMA         PIC X(08).
               10  MV-DEP-CONTA    PIC X(09).
               10  MV-DEP-SALARIO  PIC 9(06)V99.
               10  MV-DEP-CARGO    PIC X(04).
           05  MV-DOCUMENTOS.
               10  MV-ANT-CPF      PIC X(11).
               10  MV-ANT-PIS      PIC X(11).
               10  MV-DEP-CPF      PIC X(11).
               10  MV-DEP-PIS      PIC X(11).

      *                    MORTO (SIXLARCH) PERMANECEM NO LAYOUT
      *                    DA SUA EPOCA E CONTINUAM LEGIVEIS COMO
      *                    FORAM GRAVADAS
      * 15/10/2026 GABPI0  ACRESCIDOS AO FIM DO REGISTRO O NUMERO
      *                    DO LANCAMENTO (LG-NUMERO, SEQUENCIAL,
      *                    ATRIBUIDO PELO PROGCOB06) E, NO ESTORNO,
      *                    O NUMERO DO LANCAMENTO ESTORNADO
      *                    (LG-ESTORNO-DE; ZEROS NOS DEMAIS). O
      *                    PROGCOB06S E O PROGCOB06F MOSTRAM O PAR
      *                    ESTORNADO/ESTORNO LIGADO. VIRADA DE
      *                    LAYOUT: FECHAR O MES PELO PROGMFCH ANTES
      *                    DA TROCA; REGISTROS ANTIGOS FICAM SEM
      *                    NUMERO E NAO PODEM SER ESTORNADOS
      *****************************************************
       01  LEDGER-AJUSTES-REG.
           05  LG-DATA             PIC X(08).
           05  LG-RESUL-ED         PIC X(15).
           05  LG-RESUL            PIC S9(09)V99.
           05  LG-CATEGORIA        PIC X(03).
           05  LG-NUMERO           PIC 9(08).
           05  LG-ESTORNO-DE       PIC 9(08).

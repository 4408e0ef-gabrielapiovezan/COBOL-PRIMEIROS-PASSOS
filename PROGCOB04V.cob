      *                    CERTIFICADO; EXCEDENTE DE RERUN/RETOMADA
      *                    NO MESMO PERIODO SAI COMO AVISO, COMO NO
      *                    ITEM DO FOLHAVAL
      * 15/10/2026 GABPI0  CERTIFICA TAMBEM A FOLHA COMPLEMENTAR
      *                    (PROGCOB28, TIPO 'C'): O JOB PROGCOMP
      *                    APONTA O FOLHACTL, O FOLHABCO E O
      *                    FOLHAVAL PARA O CONTROLE, A REMESSA E A
      *                    LISTA COMPLPGT DA COMPLEMENTAR
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  DEPOSITOS RETIDOS POR TROCA DE CONTA: O
      *                    FOLHACTL TRAZ A CONTAGEM E O VALOR
      *                    RETIDOS FORA DA REMESSA; A LISTA
      *                    FOLHARET E RECONTADA (PERIODO/TIPO DO
      *                    RUN) CONTRA ELES E AS CONFERENCIAS DA
      *                    REMESSA SOMAM O RETIDO AO TRAILER
      * 15/10/2026 GABPI0  FOLHACTL COM A CONTAGEM DE AFASTADOS SEM
      *                    PAGAMENTO NO PERIODO (LIDOS QUE NAO SAO
      *                    PAGOS NEM REJEITADOS), SOMADA AO
      *                    PROCESSADO NA CONFERENCIA DOS LIDOS
      * 15/10/2026 GABPI0  A CONTAGEM DE AFASTADOS DO FOLHACTL
      *                    INCLUI OS EM FERIAS NO PERIODO TODO;
      *                    ROTULO DO CERTIFICADO AJUSTADO
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CERTIFICADO ASSIGN TO "FOLHACER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CERT.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           SELECT RETENCAO-DEPOSITO ASSIGN TO "FOLHARET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETENCAO.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * PELO PROGCOB04 NO FOLHACTL
      *****************************************************
       FD  CONTROLE-RUN.
       01  CONTROLE-RUN-REG        PIC X(83).
       FD  EXTRATO-CONTABIL.
           COPY EXTRREC.
       FD  FOLHA-VALIDADA.
      *****************************************************
       FD  CERTIFICADO.
       01  CERTIFICADO-LINHA       PIC X(80).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       FD  RETENCAO-DEPOSITO.
           COPY RETEREC.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CONTROLE  PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * COPIA DE TRABALHO DO REGISTRO DE CONTROLE: O
      * CONTEUDO DA AREA DO ARQUIVO NAO E GARANTIDO DEPOIS
      * DO CLOSE, ENTAO TODA A CONFERENCIA PARTE DESTA
      * COPIA (MESMO PADRAO DO WRK-LIB-REG NO PROGCOB21/22).
      * WCT-AFASTADOS CONTA OS AFASTADOS SEM PAGAMENTO E OS
      * EM FERIAS JA PAGAS NO PERIODO TODO - LIDOS QUE NAO
      * SAO PAGOS NEM REJEITADOS
      *---------------------------------------------------
       01 WRK-CTL-REG.
           05 WCT-PERIODO      PIC X(06).
           05 WCT-FORA-ESCOPO  PIC 9(06).
           05 WCT-EXTRATOS     PIC 9(06).
           05 WCT-TOT-LIQ      PIC 9(13).
           05 WCT-RETIDOS      PIC 9(06).
           05 WCT-TOT-RETIDO   PIC 9(13).
           05 WCT-AFASTADOS    PIC 9(06).
       77 WRK-FS-EXTRATO   PIC X(02) VALUE SPACES.
       77 WRK-FS-VALIDADA  PIC X(02) VALUE SPACES.
       77 WRK-FS-REMESSA   PIC X(02) VALUE SPACES.
       77 WRK-FS-CERT      PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
           88 FIM-EXTRATO           VALUE 'S'.
       77 WRK-FIM-REMESSA  PIC X(01) VALUE 'N'.
           88 FIM-REMESSA           VALUE 'S'.
       77 WRK-FS-RETENCAO  PIC X(02) VALUE SPACES.
       77 WRK-FIM-RETENCAO PIC X(01) VALUE 'N'.
           88 FIM-RETENCAO          VALUE 'S'.
       77 WRK-RC-RUN       PIC 9(01) VALUE ZEROS.
      *---------------------------------------------------
      * VISAO DO DETALHE E DO TRAILER DA REMESSA SOBRE A
       77 WRK-TRL-TOTAL      PIC 9(13) VALUE ZEROS.
       77 WRK-ACHOU-TRAILER  PIC X(01) VALUE 'N'.
           88 TRAILER-LIDO           VALUE 'S'.
       77 WRK-QTDE-RETIDO    PIC 9(06) VALUE ZEROS.
       77 WRK-SOMA-RETIDO    PIC 9(13) VALUE ZEROS.
       77 WRK-DET-MAIS-RET   PIC 9(06) VALUE ZEROS.
       77 WRK-TRL-MAIS-RET   PIC 9(13) VALUE ZEROS.
       77 WRK-SOMA-PROCESSO  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DIVERG    PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
           05 CER-LADO-B       PIC 9(13).
       01 CER-LINHA-VEREDITO.
           05 CER-VEREDITO     PIC X(60).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               PERFORM 4000-SOMAR-EXTRATO
                   THRU 4000-SOMAR-EXTRATO-EXIT
                   UNTIL FIM-EXTRATO
               PERFORM 4500-SOMAR-RETIDOS
                   THRU 4500-SOMAR-RETIDOS-EXIT
                   UNTIL FIM-RETENCAO
               PERFORM 5000-CONFERIR THRU 5000-CONFERIR-EXIT
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB4V" TO AU-PROGRAMA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

           IF WRK-RC-RUN = 8
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
      *----------------------------------------------------
      *    CONTROLE GRAVADO SEM OS CAMPOS DE RETENCAO (RUN
      *    DA FOLHA COMPLEMENTAR OU ANTERIOR A RETENCAO) NAO
      *    TEM NADA RETIDO; GRAVADO SEM A CONTAGEM DE
      *    AFASTADOS, NAO TEM AFASTADO NEM EM FERIAS
      *----------------------------------------------------
           IF WCT-RETIDOS NOT NUMERIC
               OR WCT-TOT-RETIDO NOT NUMERIC
               MOVE ZEROS TO WCT-RETIDOS
               MOVE ZEROS TO WCT-TOT-RETIDO
           END-IF.
           IF WCT-AFASTADOS NOT NUMERIC
               MOVE ZEROS TO WCT-AFASTADOS
           END-IF.
           OPEN INPUT FOLHA-VALIDADA.
           IF WRK-FS-VALIDADA NOT = "00"
               DISPLAY 'FOLHAVAL INDISPONIVEL (STATUS '
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
      *----------------------------------------------------
      *    A LISTA DE RETIDOS E OPCIONAL: SEM ELA A RECONTAGEM
      *    DA ZERO E SO REPROVA SE O RUN DECLAROU RETENCAO
      *----------------------------------------------------
           OPEN INPUT RETENCAO-DEPOSITO.
           IF WRK-FS-RETENCAO NOT = "00"
               MOVE 'S' TO WRK-FIM-RETENCAO
           END-IF.
           OPEN OUTPUT CERTIFICADO.
           DISPLAY "===== CERTIFICADO DE BALANCO DA NOITE =====".
       1000-INICIALIZAR-EXIT.
       4000-SOMAR-EXTRATO-EXIT.
           EXIT.

      *****************************************************
      * RECONTA A LISTA DE DEPOSITOS RETIDOS DO PERIODO +
      * TIPO DO RUN (O FOLHARET E ACUMULATIVO, COMO O
      * EXTRATO - EXCEDENTE DE RERUN SAI COMO AVISO). O
      * RETIDO JA LIBERADO OU ENVIADO CONTINUA CONTANDO:
      * FOI RETIDO NESTE RUN
      *****************************************************
       4500-SOMAR-RETIDOS.
           READ RETENCAO-DEPOSITO
               AT END
                   MOVE 'S' TO WRK-FIM-RETENCAO
               NOT AT END
                   IF RT-PERIODO = WCT-PERIODO
                       AND RT-TIPO = WCT-TIPO
                       ADD 1 TO WRK-QTDE-RETIDO
                       ADD RT-VALOR TO WRK-SOMA-RETIDO
                   END-IF
           END-READ.
       4500-SOMAR-RETIDOS-EXIT.
           EXIT.

      *****************************************************
      * RECONCILIA AS PONTAS DA CADEIA E IMPRIME O
      * CERTIFICADO: CADA ITEM SAI 'OK' OU '*ERR*' E
           DISPLAY 'PERIODO ' WCT-PERIODO ' TIPO ' WCT-TIPO
               ' DATA ' WCT-DATA.
           COMPUTE WRK-SOMA-PROCESSO =
               WCT-PAGOS + WCT-REJEITADOS + WCT-FORA-ESCOPO
               + WCT-AFASTADOS.
           IF WCT-TIPO = 'C'
               MOVE 'ENTRADA COMPLPGT X LIDOS PELO RUN'
                   TO CER-DESCRICAO
           ELSE
               MOVE 'ENTRADA FOLHAVAL X LIDOS PELO RUN'
                   TO CER-DESCRICAO
           END-IF.
           MOVE WRK-QTDE-VALIDADA TO CER-LADO-A.
           MOVE WCT-LIDOS TO CER-LADO-B.
           IF WRK-QTDE-VALIDADA = WCT-LIDOS
                   PERFORM 5600-ITEM-ERRO THRU 5600-ITEM-ERRO-EXIT
               END-IF
           END-IF.
           MOVE 'LIDOS X PAGOS+REJEIT.+FORA ESC.+AFAST./FERIAS'
               TO CER-DESCRICAO.
           MOVE WCT-LIDOS TO CER-LADO-A.
           MOVE WRK-SOMA-PROCESSO TO CER-LADO-B.
               WHEN OTHER
                   PERFORM 5600-ITEM-ERRO THRU 5600-ITEM-ERRO-EXIT
           END-EVALUATE.
      *----------------------------------------------------
      *    O DEPOSITO RETIDO ESTA NO EXTRATO E NO LIQUIDO DO
      *    REGISTRO MAS FORA DA REMESSA: O LADO DA REMESSA E
      *    O TRAILER MAIS O RETIDO DECLARADO PELO RUN
      *----------------------------------------------------
           COMPUTE WRK-TRL-MAIS-RET = WRK-TRL-TOTAL + WCT-TOT-RETIDO.
           COMPUTE WRK-DET-MAIS-RET = WRK-QTDE-DET-BCO + WCT-RETIDOS.
           MOVE 'LIQUIDO EXTRATO X TRAILER + RETIDO (CENT.)'
               TO CER-DESCRICAO.
           MOVE WRK-SOMA-EXTRATO TO CER-LADO-A.
           MOVE WRK-TRL-MAIS-RET TO CER-LADO-B.
           EVALUATE TRUE
               WHEN NOT TRAILER-LIDO
                   PERFORM 5600-ITEM-ERRO THRU 5600-ITEM-ERRO-EXIT
               WHEN WRK-SOMA-EXTRATO = WRK-TRL-MAIS-RET
                   PERFORM 5500-ITEM-OK THRU 5500-ITEM-OK-EXIT
               WHEN WRK-SOMA-EXTRATO > WRK-TRL-MAIS-RET
                   PERFORM 5550-ITEM-AVISO THRU 5550-ITEM-AVISO-EXIT
               WHEN OTHER
                   PERFORM 5600-ITEM-ERRO THRU 5600-ITEM-ERRO-EXIT
           END-EVALUATE.
           MOVE 'DETALHES DA REMESSA + RETIDOS X PAGOS'
               TO CER-DESCRICAO.
           MOVE WRK-DET-MAIS-RET TO CER-LADO-A.
           MOVE WCT-PAGOS TO CER-LADO-B.
           IF WRK-DET-MAIS-RET = WCT-PAGOS
               PERFORM 5500-ITEM-OK THRU 5500-ITEM-OK-EXIT
           ELSE
               PERFORM 5600-ITEM-ERRO THRU 5600-ITEM-ERRO-EXIT
           ELSE
               PERFORM 5600-ITEM-ERRO THRU 5600-ITEM-ERRO-EXIT
           END-IF.
           MOVE 'LIQUIDO REGISTRO X TRAILER + RETIDO (CENT.)'
               TO CER-DESCRICAO.
           MOVE WCT-TOT-LIQ TO CER-LADO-A.
           MOVE WRK-TRL-MAIS-RET TO CER-LADO-B.
           IF TRAILER-LIDO AND WCT-TOT-LIQ = WRK-TRL-MAIS-RET
               PERFORM 5500-ITEM-OK THRU 5500-ITEM-OK-EXIT
           ELSE
               PERFORM 5600-ITEM-ERRO THRU 5600-ITEM-ERRO-EXIT
           END-IF.
      *----------------------------------------------------
      *    O RETIDO DECLARADO E CONFERIDO CONTRA A LISTA
      *    FOLHARET RECONTADA; EXCEDENTE DE RERUN E AVISO
      *----------------------------------------------------
           MOVE 'DEPOSITOS RETIDOS NO FOLHARET X RUN'
               TO CER-DESCRICAO.
           MOVE WRK-QTDE-RETIDO TO CER-LADO-A.
           MOVE WCT-RETIDOS TO CER-LADO-B.
           EVALUATE TRUE
               WHEN WRK-QTDE-RETIDO = WCT-RETIDOS
                   PERFORM 5500-ITEM-OK THRU 5500-ITEM-OK-EXIT
               WHEN WRK-QTDE-RETIDO > WCT-RETIDOS
                   PERFORM 5550-ITEM-AVISO THRU 5550-ITEM-AVISO-EXIT
               WHEN OTHER
                   PERFORM 5600-ITEM-ERRO THRU 5600-ITEM-ERRO-EXIT
           END-EVALUATE.
           MOVE 'VALOR RETIDO NO FOLHARET X RUN (CENTAVOS)'
               TO CER-DESCRICAO.
           MOVE WRK-SOMA-RETIDO TO CER-LADO-A.
           MOVE WCT-TOT-RETIDO TO CER-LADO-B.
           EVALUATE TRUE
               WHEN WRK-SOMA-RETIDO = WCT-TOT-RETIDO
                   PERFORM 5500-ITEM-OK THRU 5500-ITEM-OK-EXIT
               WHEN WRK-SOMA-RETIDO > WCT-TOT-RETIDO
                   PERFORM 5550-ITEM-AVISO THRU 5550-ITEM-AVISO-EXIT
               WHEN OTHER
                   PERFORM 5600-ITEM-ERRO THRU 5600-ITEM-ERRO-EXIT
           END-EVALUATE.
           IF WRK-QTDE-DIVERG = ZEROS
               MOVE 'NOITE BALANCEADA - A CADEIA DA FOLHA FECHA'
                   TO CER-VEREDITO
           IF WRK-FS-REMESSA = "00" OR WRK-FS-REMESSA = "10"
               CLOSE REMESSA-BANCO
           END-IF.
           IF WRK-FS-RETENCAO = "00" OR WRK-FS-RETENCAO = "10"
               CLOSE RETENCAO-DEPOSITO
           END-IF.
           IF WRK-FS-CERT = "00"
               CLOSE CERTIFICADO
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB4V" TO AU-PROGRAMA.
           END-IF.
           MOVE WRK-QTDE-DIVERG TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.

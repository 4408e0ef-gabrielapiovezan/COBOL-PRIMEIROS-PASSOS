       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB30.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: LIBERACAO PELO MENU DOS DEPOSITOS RETIDOS POR
      *           TROCA DE CONTA (FOLHARET, GRAVADO PELO
      *           PROGCOB04): EXIBE CADA RETENCAO COM A CONTA
      *           NOVA, A DATA E O OPERADOR DA ALTERACAO E, COM
      *           A CONFIRMACAO DO SUPERVISOR DE QUE FALOU COM O
      *           EMPREGADO, LIBERA O DEPOSITO. O SUPERVISOR NAO
      *           PODE SER O OPERADOR QUE ALTEROU A CONTA NEM UMA
      *           SESSAO SEM ASSINATURA. OS LIBERADOS SAEM NUMA
      *           REMESSA SUPLEMENTAR (RETIDBCO, NO LAYOUT DO
      *           FOLHABCO) COM O REGISTRO DE LIBERACAO PENDENTE
      *           (RETIDLIB, LAYOUT DO FOLHALIB, TIPO 'S') - A
      *           APROVACAO E PELO PROGCOB21 E O ENVIO AO BANCO
      *           PELO PROGCOB22 (JOB PROGLIBS), COMO QUALQUER
      *           REMESSA.
      *           A CADA SESSAO O DESFECHO DA SUPLEMENTAR ANTERIOR
      *           E APLICADO A LISTA: LIBERADA AO BANCO, OS
      *           DEPOSITOS VIRAM 'E' (ENVIADOS); REJEITADA NO
      *           PROGCOB21, VOLTAM A 'R' (RETIDOS) PARA NOVA
      *           CONFIRMACAO. A SUPLEMENTAR E SEMPRE REMONTADA
      *           COM TODOS OS 'L' AINDA NAO ENVIADOS
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCAO-DEPOSITO ASSIGN TO "FOLHARET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETENCAO.
           SELECT REMESSA-SUPLEM ASSIGN TO "RETIDBCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
           SELECT LIBERACAO-SUPLEM ASSIGN TO "RETIDLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIBERACAO.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
       FD  RETENCAO-DEPOSITO.
           COPY RETEREC.
      *****************************************************
      * REMESSA SUPLEMENTAR NO LAYOUT DO FOLHABCO: HEADER
      * '0', DETALHES '1' E TRAILER '9'
      *****************************************************
       FD  REMESSA-SUPLEM.
       01  REMESSA-SUPLEM-REG      PIC X(80).
      *****************************************************
      * REGISTRO DE LIBERACAO DA SUPLEMENTAR, NO LAYOUT DO
      * FOLHALIB (APROVADO PELO PROGCOB21, LIBERADO PELO
      * PROGCOB22)
      *****************************************************
       FD  LIBERACAO-SUPLEM.
       01  LIBERACAO-SUPLEM-REG    PIC X(59).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-RETENCAO  PIC X(02) VALUE SPACES.
       77 WRK-FS-REMESSA   PIC X(02) VALUE SPACES.
       77 WRK-FS-LIBERACAO PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH' - E A
      * LIBERACAO EXIGE UMA SESSAO ASSINADA
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-DATA-HOJE    PIC X(08) VALUE SPACES.
       77 WRK-EVENTO-AUDIT PIC X(20) VALUE SPACES.
      *---------------------------------------------------
      * LISTA DE RETENCOES CARREGADA EM TABELA E REGRAVADA
      * INTEIRA (LINHA SEQUENCIAL NAO TEM REWRITE NO
      * LUGAR). COM MAIS RETENCOES DO QUE A TABELA COMPORTA
      * NADA E LIBERADO E O ARQUIVO FICA INTACTO, COMO NO
      * PROGCOB00 COM O OPERCAD
      *---------------------------------------------------
       77 WRK-QTDE-TABELA  PIC 9(03) VALUE ZEROS.
       77 WRK-IND-TAB      PIC 9(03) VALUE ZEROS.
       77 WRK-FIM-RETENCAO PIC X(01) VALUE 'N'.
           88 FIM-RETENCAO          VALUE 'S'.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU       VALUE 'S'.
       77 WRK-LISTA-OK     PIC X(01) VALUE 'N'.
           88 LISTA-CARREGADA       VALUE 'S'.
       77 WRK-ALTEROU      PIC X(01) VALUE 'N'.
           88 LISTA-ALTERADA        VALUE 'S'.
       01 TAB-RETENCOES.
           05 RET-IMAGEM OCCURS 500 TIMES PIC X(106).
      *---------------------------------------------------
      * COPIA DE TRABALHO DE UMA RETENCAO DA TABELA (O
      * MESMO LAYOUT DO RETEREC)
      *---------------------------------------------------
       01 WRK-RET-REG.
           05 WRT-COMPANHIA    PIC X(02).
           05 WRT-MATRICULA    PIC 9(06).
           05 WRT-NOME         PIC X(20).
           05 WRT-BANCO        PIC 9(03).
           05 WRT-AGENCIA      PIC 9(04).
           05 WRT-CONTA        PIC 9(09).
           05 WRT-VALOR        PIC 9(11).
           05 WRT-MOEDA        PIC X(03).
           05 WRT-PERIODO      PIC X(06).
           05 WRT-TIPO         PIC X(01).
           05 WRT-DATA-RUN     PIC X(08).
           05 WRT-DATA-ALTER   PIC X(08).
           05 WRT-OPER-ALTER   PIC X(08).
           05 WRT-SITUACAO     PIC X(01).
               88 RETENCAO-RETIDA      VALUE 'R'.
               88 RETENCAO-LIBERADA    VALUE 'L'.
           05 WRT-OPER-LIBER   PIC X(08).
           05 WRT-DATA-LIBER   PIC X(08).
      *---------------------------------------------------
      * COPIA DE TRABALHO DO REGISTRO DE LIBERACAO DA
      * SUPLEMENTAR ANTERIOR (LAYOUT DO FOLHALIB) E O SEU
      * DESFECHO
      *---------------------------------------------------
       01 WRK-LIB-REG.
           05 WLB-PERIODO      PIC X(06).
           05 WLB-TIPO         PIC X(01).
           05 WLB-DATA         PIC X(08).
           05 WLB-QTDE         PIC 9(06).
           05 WLB-TOTAL        PIC 9(13).
           05 WLB-SITUACAO     PIC X(01).
               88 SUPLEM-PENDENTE      VALUE 'P'.
               88 SUPLEM-APROVADA      VALUE 'A'.
               88 SUPLEM-REJEITADA     VALUE 'R'.
               88 SUPLEM-LIBERADA      VALUE 'L'.
           05 WLB-OPER-RUN     PIC X(08).
           05 WLB-OPER-APROV   PIC X(08).
           05 WLB-DATA-APROV   PIC X(08).
       77 WRK-LIB-LIDO     PIC X(01) VALUE 'N'.
           88 LIBERACAO-LIDA        VALUE 'S'.
      *---------------------------------------------------
      * REVISAO DAS RETENCOES: RESPOSTA DO SUPERVISOR,
      * CONTAGENS DA SESSAO E TOTAIS DA SUPLEMENTAR
      *---------------------------------------------------
       77 WRK-RESPOSTA     PIC X(01) VALUE SPACE.
           88 RESPOSTA-LIBERAR      VALUE 'S'.
           88 RESPOSTA-FIM          VALUE 'F'.
       77 WRK-FIM-REVISAO  PIC X(01) VALUE 'N'.
           88 FIM-REVISAO           VALUE 'S'.
       77 WRK-QTDE-RETIDOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-LIBERADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-ENVIADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-DEVOLVIDOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-SUPLEM  PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-SUPLEM   PIC 9(13) VALUE ZEROS.
       77 WRK-PERIODO-SUPLEM PIC X(06) VALUE SPACES.
       77 WRK-VALOR-REAIS  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 BCO-HEADER.
           05 FILLER           PIC X(01) VALUE '0'.
           05 BCO-HDR-EMPRESA  PIC X(30)
               VALUE 'EMPRESA PROGCOB LTDA'.
           05 BCO-HDR-DATA     PIC X(08).
           05 FILLER           PIC X(41) VALUE SPACES.
       01 BCO-DETALHE.
           05 FILLER           PIC X(01) VALUE '1'.
           05 BCO-DET-MATRICULA PIC 9(06).
           05 BCO-DET-NOME     PIC X(20).
           05 BCO-DET-BANCO    PIC 9(03).
           05 BCO-DET-AGENCIA  PIC 9(04).
           05 BCO-DET-CONTA    PIC 9(09).
           05 BCO-DET-VALOR    PIC 9(11).
           05 BCO-DET-MOEDA    PIC X(03).
           05 BCO-DET-CIA      PIC X(02).
           05 FILLER           PIC X(21) VALUE SPACES.
       01 BCO-TRAILER.
           05 FILLER           PIC X(01) VALUE '9'.
           05 BCO-TRL-QTDE     PIC 9(06).
           05 BCO-TRL-TOTAL    PIC 9(13).
           05 FILLER           PIC X(60) VALUE SPACES.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-CARREGAR-RETENCOES
               THRU 1000-CARREGAR-RETENCOES-EXIT.
           IF LISTA-CARREGADA
               PERFORM 1500-APLICAR-DESFECHO
                   THRU 1500-APLICAR-DESFECHO-EXIT
               PERFORM 2000-REVISAR-RETENCOES
                   THRU 2000-REVISAR-RETENCOES-EXIT
               IF WRK-QTDE-LIBERADOS > ZEROS
                   PERFORM 3000-GERAR-SUPLEMENTAR
                       THRU 3000-GERAR-SUPLEMENTAR-EXIT
               END-IF
               IF LISTA-ALTERADA
                   PERFORM 4000-REGRAVAR-RETENCOES
                       THRU 4000-REGRAVAR-RETENCOES-EXIT
               END-IF
           END-IF.
           GOBACK.

      *****************************************************
      * LE O OPERADOR ASSINADO NO MENU (OPERSESS). SEM O
      * ARQUIVO OU COM ELE VAZIO - RODANDO EM LOTE - A
      * TRILHA REGISTRA O OPERADOR 'BATCH'
      *****************************************************
       0150-LER-OPERADOR.
           MOVE 'BATCH' TO WRK-OPERADOR.
           OPEN INPUT SESSAO-OPERADOR.
           IF WRK-FS-SESSAO NOT = "00"
               GO TO 0150-LER-OPERADOR-EXIT
           END-IF.
           READ SESSAO-OPERADOR
               AT END
                   CONTINUE
               NOT AT END
                   IF SO-OPERADOR NOT = SPACES
                       MOVE SO-OPERADOR TO WRK-OPERADOR
                   END-IF
           END-READ.
           CLOSE SESSAO-OPERADOR.
       0150-LER-OPERADOR-EXIT.
           EXIT.

      *****************************************************
      * CARREGA A LISTA DE RETENCOES (FOLHARET) EM TABELA.
      * SEM O ARQUIVO NAO HA O QUE LIBERAR; COM A TABELA
      * ESTOURADA NADA E LIBERADO E O ARQUIVO FICA INTACTO
      *****************************************************
       1000-CARREGAR-RETENCOES.
           MOVE 'N' TO WRK-LISTA-OK.
           MOVE 'N' TO WRK-FIM-RETENCAO.
           MOVE 'N' TO WRK-TAB-CHEIA.
           MOVE ZEROS TO WRK-QTDE-TABELA.
           OPEN INPUT RETENCAO-DEPOSITO.
           IF WRK-FS-RETENCAO NOT = "00"
               DISPLAY 'FOLHARET INDISPONIVEL (STATUS '
                   WRK-FS-RETENCAO ') - NENHUM DEPOSITO RETIDO'
               GO TO 1000-CARREGAR-RETENCOES-EXIT
           END-IF.
           PERFORM 1100-LER-RETENCAO THRU 1100-LER-RETENCAO-EXIT
               UNTIL FIM-RETENCAO.
           CLOSE RETENCAO-DEPOSITO.
           IF TABELA-ESTOUROU
               GO TO 1000-CARREGAR-RETENCOES-EXIT
           END-IF.
           MOVE 'S' TO WRK-LISTA-OK.
       1000-CARREGAR-RETENCOES-EXIT.
           EXIT.

       1100-LER-RETENCAO.
           READ RETENCAO-DEPOSITO
               AT END
                   MOVE 'S' TO WRK-FIM-RETENCAO
               NOT AT END
                   IF WRK-QTDE-TABELA < 500
                       ADD 1 TO WRK-QTDE-TABELA
                       MOVE RETENCAO-DEPOSITO-REG
                           TO RET-IMAGEM (WRK-QTDE-TABELA)
                   ELSE
                       DISPLAY 'FOLHARET COM MAIS DE 500 RETENCOES'
                           ' - NADA LIBERADO, ARQUIVO PRESERVADO'
                       MOVE 'S' TO WRK-TAB-CHEIA
                       MOVE 'S' TO WRK-FIM-RETENCAO
                   END-IF
           END-READ.
       1100-LER-RETENCAO-EXIT.
           EXIT.

      *****************************************************
      * APLICA A LISTA O DESFECHO DA SUPLEMENTAR ANTERIOR
      * (RETIDLIB): LIBERADA AO BANCO PELO PROGCOB22, OS
      * 'L' VIRAM 'E'; REJEITADA NO PROGCOB21, OS 'L' VOLTAM
      * A 'R'. PENDENTE OU APROVADA AINDA NAO FOI AO BANCO E
      * OS 'L' SEGUEM NA PROXIMA MONTAGEM
      *****************************************************
       1500-APLICAR-DESFECHO.
           MOVE 'N' TO WRK-LIB-LIDO.
           OPEN INPUT LIBERACAO-SUPLEM.
           IF WRK-FS-LIBERACAO NOT = "00"
               GO TO 1500-APLICAR-DESFECHO-EXIT
           END-IF.
           READ LIBERACAO-SUPLEM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LIBERACAO-SUPLEM-REG TO WRK-LIB-REG
                   MOVE 'S' TO WRK-LIB-LIDO
           END-READ.
           CLOSE LIBERACAO-SUPLEM.
           IF NOT LIBERACAO-LIDA
               GO TO 1500-APLICAR-DESFECHO-EXIT
           END-IF.
           IF NOT SUPLEM-LIBERADA AND NOT SUPLEM-REJEITADA
               DISPLAY 'SUPLEMENTAR DE ' WLB-DATA ' AINDA NAO'
                   ' ENVIADA (SITUACAO ' WLB-SITUACAO ') - SERA'
                   ' REMONTADA SE HOUVER NOVA LIBERACAO'
               GO TO 1500-APLICAR-DESFECHO-EXIT
           END-IF.
           MOVE ZEROS TO WRK-IND-TAB.
           PERFORM 1600-APLICAR-RETENCAO
               THRU 1600-APLICAR-RETENCAO-EXIT
               UNTIL WRK-IND-TAB NOT LESS THAN WRK-QTDE-TABELA.
           IF WRK-QTDE-ENVIADOS > ZEROS
               DISPLAY 'SUPLEMENTAR DE ' WLB-DATA ' ENVIADA AO'
                   ' BANCO: ' WRK-QTDE-ENVIADOS ' DEPOSITOS'
           END-IF.
           IF WRK-QTDE-DEVOLVIDOS > ZEROS
               DISPLAY 'SUPLEMENTAR DE ' WLB-DATA ' REJEITADA POR '
                   WLB-OPER-APROV ': ' WRK-QTDE-DEVOLVIDOS
                   ' DEPOSITOS VOLTAM A RETIDOS'
           END-IF.
       1500-APLICAR-DESFECHO-EXIT.
           EXIT.

       1600-APLICAR-RETENCAO.
           ADD 1 TO WRK-IND-TAB.
           MOVE RET-IMAGEM (WRK-IND-TAB) TO WRK-RET-REG.
           IF NOT RETENCAO-LIBERADA
               GO TO 1600-APLICAR-RETENCAO-EXIT
           END-IF.
           IF SUPLEM-LIBERADA
               MOVE 'E' TO WRT-SITUACAO
               ADD 1 TO WRK-QTDE-ENVIADOS
           ELSE
               MOVE 'R' TO WRT-SITUACAO
               MOVE SPACES TO WRT-OPER-LIBER
               MOVE SPACES TO WRT-DATA-LIBER
               ADD 1 TO WRK-QTDE-DEVOLVIDOS
           END-IF.
           MOVE WRK-RET-REG TO RET-IMAGEM (WRK-IND-TAB).
           MOVE 'S' TO WRK-ALTEROU.
       1600-APLICAR-RETENCAO-EXIT.
           EXIT.

      *****************************************************
      * EXIBE CADA DEPOSITO RETIDO E, COM A CONFIRMACAO DO
      * SUPERVISOR, O LIBERA ('S' LIBERA, 'F' ENCERRA A
      * REVISAO, OUTRA TECLA MANTEM RETIDO). SEM SESSAO
      * ASSINADA A LISTA SO E EXIBIDA
      *****************************************************
       2000-REVISAR-RETENCOES.
           DISPLAY "====== LIBERACAO DE DEPOSITOS RETIDOS =======".
           IF WRK-OPERADOR = 'BATCH'
               DISPLAY 'LIBERACAO EXIGE SESSAO ASSINADA NO MENU -'
                   ' LISTA SO PARA CONSULTA'
           END-IF.
           MOVE 'N' TO WRK-FIM-REVISAO.
           MOVE ZEROS TO WRK-IND-TAB.
           PERFORM 2100-REVISAR-RETENCAO
               THRU 2100-REVISAR-RETENCAO-EXIT
               UNTIL WRK-IND-TAB NOT LESS THAN WRK-QTDE-TABELA
                   OR FIM-REVISAO.
           IF WRK-QTDE-RETIDOS = ZEROS
               DISPLAY 'NENHUM DEPOSITO RETIDO A LIBERAR'
           END-IF.
           DISPLAY 'DEPOSITOS LIBERADOS NESTA SESSAO: '
               WRK-QTDE-LIBERADOS.
       2000-REVISAR-RETENCOES-EXIT.
           EXIT.

       2100-REVISAR-RETENCAO.
           ADD 1 TO WRK-IND-TAB.
           MOVE RET-IMAGEM (WRK-IND-TAB) TO WRK-RET-REG.
           IF NOT RETENCAO-RETIDA
               GO TO 2100-REVISAR-RETENCAO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-RETIDOS.
           COMPUTE WRK-VALOR-REAIS = WRT-VALOR / 100.
           MOVE WRK-VALOR-REAIS TO WRK-VALOR-ED.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'CIA ' WRT-COMPANHIA ' MATRICULA ' WRT-MATRICULA
               ' ' WRT-NOME.
           DISPLAY 'PERIODO ' WRT-PERIODO ' TIPO ' WRT-TIPO
               ' RUN DE ' WRT-DATA-RUN ' LIQUIDO ' WRK-VALOR-ED
               ' ' WRT-MOEDA.
           DISPLAY 'CONTA NOVA: BANCO ' WRT-BANCO ' AGENCIA '
               WRT-AGENCIA ' CONTA ' WRT-CONTA.
           DISPLAY 'ALTERADA EM ' WRT-DATA-ALTER ' POR '
               WRT-OPER-ALTER.
           IF WRK-OPERADOR = 'BATCH'
               GO TO 2100-REVISAR-RETENCAO-EXIT
           END-IF.
      *----------------------------------------------------
      *    QUATRO OLHOS: QUEM ALTEROU A CONTA NAO CONFIRMA
      *    A PROPRIA ALTERACAO
      *----------------------------------------------------
           IF WRK-OPERADOR = WRT-OPER-ALTER
               DISPLAY 'CONTA ALTERADA PELO PROPRIO OPERADOR -'
                   ' OUTRO SUPERVISOR DEVE LIBERAR'
               GO TO 2100-REVISAR-RETENCAO-EXIT
           END-IF.
           DISPLAY 'CONTA CONFIRMADA COM O EMPREGADO? (S=LIBERAR'
               ' F=FIM OUTRA=MANTER RETIDO): ' WITH NO ADVANCING.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF RESPOSTA-FIM
               MOVE 'S' TO WRK-FIM-REVISAO
               GO TO 2100-REVISAR-RETENCAO-EXIT
           END-IF.
           IF NOT RESPOSTA-LIBERAR
               DISPLAY 'DEPOSITO MANTIDO RETIDO'
               GO TO 2100-REVISAR-RETENCAO-EXIT
           END-IF.
           MOVE 'L' TO WRT-SITUACAO.
           MOVE WRK-OPERADOR TO WRT-OPER-LIBER.
           MOVE WRK-DATA-HOJE TO WRT-DATA-LIBER.
           MOVE WRK-RET-REG TO RET-IMAGEM (WRK-IND-TAB).
           MOVE 'S' TO WRK-ALTEROU.
           ADD 1 TO WRK-QTDE-LIBERADOS.
           MOVE 'RETENCAO LIBERADA' TO WRK-EVENTO-AUDIT.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRT-COMPANHIA TO AU-CHAVE (1:2).
           MOVE WRT-MATRICULA TO AU-CHAVE (3:6).
           PERFORM 8000-REGISTRAR-EVENTO
               THRU 8000-REGISTRAR-EVENTO-EXIT.
           DISPLAY 'DEPOSITO LIBERADO POR ' WRK-OPERADOR.
       2100-REVISAR-RETENCAO-EXIT.
           EXIT.

      *****************************************************
      * MONTA A REMESSA SUPLEMENTAR COM TODOS OS DEPOSITOS
      * LIBERADOS AINDA NAO ENVIADOS (OS DESTA SESSAO E OS
      * DE UMA SUPLEMENTAR ANTERIOR AINDA NAO ENVIADA) E
      * GRAVA O REGISTRO DE LIBERACAO PENDENTE - COM O
      * CONTEUDO MUDADO, UMA APROVACAO ANTERIOR NAO VALE
      *****************************************************
       3000-GERAR-SUPLEMENTAR.
           MOVE ZEROS TO WRK-QTDE-SUPLEM.
           MOVE ZEROS TO WRK-TOT-SUPLEM.
           MOVE SPACES TO WRK-PERIODO-SUPLEM.
           OPEN OUTPUT REMESSA-SUPLEM.
           MOVE WRK-DATA-HOJE TO BCO-HDR-DATA.
           WRITE REMESSA-SUPLEM-REG FROM BCO-HEADER.
           MOVE ZEROS TO WRK-IND-TAB.
           PERFORM 3100-GRAVAR-DETALHE THRU 3100-GRAVAR-DETALHE-EXIT
               UNTIL WRK-IND-TAB NOT LESS THAN WRK-QTDE-TABELA.
           MOVE WRK-QTDE-SUPLEM TO BCO-TRL-QTDE.
           MOVE WRK-TOT-SUPLEM TO BCO-TRL-TOTAL.
           WRITE REMESSA-SUPLEM-REG FROM BCO-TRAILER.
           CLOSE REMESSA-SUPLEM.
           MOVE WRK-PERIODO-SUPLEM TO WLB-PERIODO.
           MOVE 'S' TO WLB-TIPO.
           MOVE WRK-DATA-HOJE TO WLB-DATA.
           MOVE WRK-QTDE-SUPLEM TO WLB-QTDE.
           MOVE WRK-TOT-SUPLEM TO WLB-TOTAL.
           MOVE 'P' TO WLB-SITUACAO.
           MOVE WRK-OPERADOR TO WLB-OPER-RUN.
           MOVE SPACES TO WLB-OPER-APROV.
           MOVE SPACES TO WLB-DATA-APROV.
           OPEN OUTPUT LIBERACAO-SUPLEM.
           WRITE LIBERACAO-SUPLEM-REG FROM WRK-LIB-REG.
           CLOSE LIBERACAO-SUPLEM.
           MOVE 'REMESSA SUPLEMENTAR' TO WRK-EVENTO-AUDIT.
           MOVE SPACES TO AU-CHAVE.
           MOVE WLB-PERIODO TO AU-CHAVE (1:6).
           MOVE WLB-TIPO TO AU-CHAVE (8:1).
           PERFORM 8000-REGISTRAR-EVENTO
               THRU 8000-REGISTRAR-EVENTO-EXIT.
           COMPUTE WRK-VALOR-REAIS = WRK-TOT-SUPLEM / 100.
           MOVE WRK-VALOR-REAIS TO WRK-VALOR-ED.
           DISPLAY 'REMESSA SUPLEMENTAR: ' WRK-QTDE-SUPLEM
               ' DETALHES, TOTAL ' WRK-VALOR-ED.
           DISPLAY 'PENDENTE DE APROVACAO DE OUTRO SUPERVISOR'
               ' (PROGCOB21, REMESSA S)'.
       3000-GERAR-SUPLEMENTAR-EXIT.
           EXIT.

       3100-GRAVAR-DETALHE.
           ADD 1 TO WRK-IND-TAB.
           MOVE RET-IMAGEM (WRK-IND-TAB) TO WRK-RET-REG.
           IF NOT RETENCAO-LIBERADA
               GO TO 3100-GRAVAR-DETALHE-EXIT
           END-IF.
           MOVE WRT-MATRICULA TO BCO-DET-MATRICULA.
           MOVE WRT-NOME TO BCO-DET-NOME.
           MOVE WRT-BANCO TO BCO-DET-BANCO.
           MOVE WRT-AGENCIA TO BCO-DET-AGENCIA.
           MOVE WRT-CONTA TO BCO-DET-CONTA.
           MOVE WRT-VALOR TO BCO-DET-VALOR.
           MOVE WRT-MOEDA TO BCO-DET-MOEDA.
           MOVE WRT-COMPANHIA TO BCO-DET-CIA.
           WRITE REMESSA-SUPLEM-REG FROM BCO-DETALHE.
           ADD 1 TO WRK-QTDE-SUPLEM.
           ADD WRT-VALOR TO WRK-TOT-SUPLEM.
           IF WRT-PERIODO > WRK-PERIODO-SUPLEM
               MOVE WRT-PERIODO TO WRK-PERIODO-SUPLEM
           END-IF.
       3100-GRAVAR-DETALHE-EXIT.
           EXIT.

      *****************************************************
      * REGRAVA A LISTA DE RETENCOES INTEIRA COM AS
      * SITUACOES ATUALIZADAS
      *****************************************************
       4000-REGRAVAR-RETENCOES.
           OPEN OUTPUT RETENCAO-DEPOSITO.
           MOVE ZEROS TO WRK-IND-TAB.
           PERFORM 4100-GRAVAR-RETENCAO
               THRU 4100-GRAVAR-RETENCAO-EXIT
               UNTIL WRK-IND-TAB NOT LESS THAN WRK-QTDE-TABELA.
           CLOSE RETENCAO-DEPOSITO.
       4000-REGRAVAR-RETENCOES-EXIT.
           EXIT.

       4100-GRAVAR-RETENCAO.
           ADD 1 TO WRK-IND-TAB.
           MOVE RET-IMAGEM (WRK-IND-TAB) TO RETENCAO-DEPOSITO-REG.
           WRITE RETENCAO-DEPOSITO-REG.
       4100-GRAVAR-RETENCAO-EXIT.
           EXIT.

      *****************************************************
      * REGISTRA O EVENTO NA TRILHA DE AUDITORIA, COM A
      * CHAVE JA MONTADA PELO CHAMADOR E O SUPERVISOR COMO
      * OPERADOR
      *****************************************************
       8000-REGISTRAR-EVENTO.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB30" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE WRK-EVENTO-AUDIT TO AU-EVENTO.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       8000-REGISTRAR-EVENTO-EXIT.
           EXIT.

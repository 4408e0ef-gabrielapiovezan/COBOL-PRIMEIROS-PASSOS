       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB41.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: APROVACAO PELO MENU DOS AJUSTES GRANDES RETIDOS
      *           PELO PROGCOB06 (AJUSTPND): EXIBE CADA AJUSTE
      *           PENDENTE COM O LOTE QUE O TROUXE, QUEM O
      *           SUBMETEU E O LIMITE DA CATEGORIA E, COM A
      *           DECISAO E O MOTIVO DE UM SEGUNDO OPERADOR,
      *           APROVA OU REJEITA O AJUSTE. QUEM DECIDE NAO
      *           PODE SER QUEM SUBMETEU O LOTE NEM UMA SESSAO
      *           SEM ASSINATURA. O APROVADO E LANCADO NO
      *           SIXLEDGR NO PROXIMO RUN DO PROGCOB06; O
      *           REJEITADO NUNCA CHEGA AO LEDGER. CADA DECISAO
      *           E REGISTRADA NA TRILHA DE AUDITORIA
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
           SELECT AJUSTES-PENDENTES ASSIGN TO "AJUSTPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDENTES.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
       FD  AJUSTES-PENDENTES.
           COPY AJPNDREC.
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PENDENTES PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH' - E A
      * DECISAO EXIGE UMA SESSAO ASSINADA
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-DATA-HOJE    PIC X(08) VALUE SPACES.
       77 WRK-EVENTO-AUDIT PIC X(20) VALUE SPACES.
      *---------------------------------------------------
      * LISTA DE AJUSTES PENDENTES CARREGADA EM TABELA E
      * REGRAVADA INTEIRA (LINHA SEQUENCIAL NAO TEM REWRITE
      * NO LUGAR). COM MAIS AJUSTES DO QUE A TABELA COMPORTA
      * NADA E DECIDIDO E O ARQUIVO FICA INTACTO, COMO NO
      * PROGCOB30 COM O FOLHARET
      *---------------------------------------------------
       77 WRK-QTDE-TABELA  PIC 9(03) VALUE ZEROS.
       77 WRK-IND-TAB      PIC 9(03) VALUE ZEROS.
       77 WRK-FIM-PENDENTES PIC X(01) VALUE 'N'.
           88 FIM-PENDENTES         VALUE 'S'.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU       VALUE 'S'.
       77 WRK-LISTA-OK     PIC X(01) VALUE 'N'.
           88 LISTA-CARREGADA       VALUE 'S'.
       77 WRK-ALTEROU      PIC X(01) VALUE 'N'.
           88 LISTA-ALTERADA        VALUE 'S'.
       01 TAB-PENDENTES.
           05 PND-IMAGEM OCCURS 500 TIMES PIC X(134).
      *---------------------------------------------------
      * COPIA DE TRABALHO DE UM AJUSTE DA TABELA (O MESMO
      * LAYOUT DO AJPNDREC)
      *---------------------------------------------------
       01 WRK-PEND-REG.
           05 WPA-NUMERO       PIC 9(08).
           05 WPA-DATA-LOTE    PIC X(08).
           05 WPA-OPER-LOTE    PIC X(08).
           05 WPA-OPERACAO     PIC X(12).
           05 WPA-NUM1         PIC S9(07)V99.
           05 WPA-NUM2         PIC S9(07)V99.
           05 WPA-RESUL        PIC S9(09)V99.
           05 WPA-CATEGORIA    PIC X(03).
           05 WPA-LIMITE       PIC 9(09)V99.
           05 WPA-SITUACAO     PIC X(01).
               88 PEND-PENDENTE        VALUE 'P'.
           05 WPA-OPER-DECISAO PIC X(08).
           05 WPA-DATA-DECISAO PIC X(08).
           05 WPA-MOTIVO       PIC X(30).
           05 WPA-DATA-LANCTO  PIC X(08).
      *---------------------------------------------------
      * REVISAO DOS AJUSTES: DECISAO E MOTIVO DO SEGUNDO
      * OPERADOR E CONTAGENS DA SESSAO
      *---------------------------------------------------
       77 WRK-RESPOSTA     PIC X(01) VALUE SPACE.
           88 RESPOSTA-APROVAR      VALUE 'A'.
           88 RESPOSTA-REJEITAR     VALUE 'R'.
           88 RESPOSTA-FIM          VALUE 'F'.
       77 WRK-MOTIVO       PIC X(30) VALUE SPACES.
       77 WRK-FIM-REVISAO  PIC X(01) VALUE 'N'.
           88 FIM-REVISAO           VALUE 'S'.
       77 WRK-QTDE-PENDENTES PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-APROVADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-REJEITADOS PIC 9(03) VALUE ZEROS.
       77 WRK-NUM1-ED      PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-NUM2-ED      PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-RESUL-ED     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LIMITE-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-QTDE-PENDENTES WRK-QTDE-APROVADOS
               WRK-QTDE-REJEITADOS.
           MOVE 'N' TO WRK-ALTEROU.
           PERFORM 1000-CARREGAR-PENDENTES
               THRU 1000-CARREGAR-PENDENTES-EXIT.
           IF LISTA-CARREGADA
               PERFORM 2000-REVISAR-AJUSTES
                   THRU 2000-REVISAR-AJUSTES-EXIT
               IF LISTA-ALTERADA
                   PERFORM 4000-REGRAVAR-PENDENTES
                       THRU 4000-REGRAVAR-PENDENTES-EXIT
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
      * CARREGA A LISTA DE AJUSTES (AJUSTPND) EM TABELA. SEM
      * O ARQUIVO NAO HA O QUE DECIDIR; COM A TABELA
      * ESTOURADA NADA E DECIDIDO E O ARQUIVO FICA INTACTO
      *****************************************************
       1000-CARREGAR-PENDENTES.
           MOVE 'N' TO WRK-LISTA-OK.
           MOVE 'N' TO WRK-FIM-PENDENTES.
           MOVE 'N' TO WRK-TAB-CHEIA.
           MOVE ZEROS TO WRK-QTDE-TABELA.
           OPEN INPUT AJUSTES-PENDENTES.
           IF WRK-FS-PENDENTES NOT = "00"
               DISPLAY 'AJUSTPND INDISPONIVEL (STATUS '
                   WRK-FS-PENDENTES ') - NENHUM AJUSTE PENDENTE'
               GO TO 1000-CARREGAR-PENDENTES-EXIT
           END-IF.
           PERFORM 1100-LER-PENDENTE THRU 1100-LER-PENDENTE-EXIT
               UNTIL FIM-PENDENTES.
           CLOSE AJUSTES-PENDENTES.
           IF TABELA-ESTOUROU
               GO TO 1000-CARREGAR-PENDENTES-EXIT
           END-IF.
           MOVE 'S' TO WRK-LISTA-OK.
       1000-CARREGAR-PENDENTES-EXIT.
           EXIT.

       1100-LER-PENDENTE.
           READ AJUSTES-PENDENTES
               AT END
                   MOVE 'S' TO WRK-FIM-PENDENTES
               NOT AT END
                   IF WRK-QTDE-TABELA < 500
                       ADD 1 TO WRK-QTDE-TABELA
                       MOVE AJUSTE-PENDENTE-REG
                           TO PND-IMAGEM (WRK-QTDE-TABELA)
                   ELSE
                       DISPLAY 'AJUSTPND COM MAIS DE 500 AJUSTES'
                           ' - NADA DECIDIDO, ARQUIVO PRESERVADO'
                       MOVE 'S' TO WRK-TAB-CHEIA
                       MOVE 'S' TO WRK-FIM-PENDENTES
                   END-IF
           END-READ.
       1100-LER-PENDENTE-EXIT.
           EXIT.

      *****************************************************
      * EXIBE CADA AJUSTE PENDENTE E REGISTRA A DECISAO DO
      * SEGUNDO OPERADOR ('A' APROVA, 'R' REJEITA, 'F'
      * ENCERRA A REVISAO, OUTRA TECLA MANTEM PENDENTE).
      * SEM SESSAO ASSINADA A LISTA SO E EXIBIDA
      *****************************************************
       2000-REVISAR-AJUSTES.
           DISPLAY "===== APROVACAO DE AJUSTES ACIMA DO LIMITE =====".
           IF WRK-OPERADOR = 'BATCH'
               DISPLAY 'DECISAO EXIGE SESSAO ASSINADA NO MENU -'
                   ' LISTA SO PARA CONSULTA'
           END-IF.
           MOVE 'N' TO WRK-FIM-REVISAO.
           MOVE ZEROS TO WRK-IND-TAB.
           PERFORM 2100-REVISAR-AJUSTE
               THRU 2100-REVISAR-AJUSTE-EXIT
               UNTIL WRK-IND-TAB NOT LESS THAN WRK-QTDE-TABELA
                   OR FIM-REVISAO.
           IF WRK-QTDE-PENDENTES = ZEROS
               DISPLAY 'NENHUM AJUSTE PENDENTE DE APROVACAO'
           END-IF.
           DISPLAY 'AJUSTES APROVADOS NESTA SESSAO.: '
               WRK-QTDE-APROVADOS.
           DISPLAY 'AJUSTES REJEITADOS NESTA SESSAO: '
               WRK-QTDE-REJEITADOS.
       2000-REVISAR-AJUSTES-EXIT.
           EXIT.

       2100-REVISAR-AJUSTE.
           ADD 1 TO WRK-IND-TAB.
           MOVE PND-IMAGEM (WRK-IND-TAB) TO WRK-PEND-REG.
           IF NOT PEND-PENDENTE
               GO TO 2100-REVISAR-AJUSTE-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PENDENTES.
           MOVE WPA-NUM1 TO WRK-NUM1-ED.
           MOVE WPA-NUM2 TO WRK-NUM2-ED.
           MOVE WPA-RESUL TO WRK-RESUL-ED.
           MOVE WPA-LIMITE TO WRK-LIMITE-ED.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'AJUSTE ' WPA-NUMERO ' DO LOTE DE ' WPA-DATA-LOTE
               ' SUBMETIDO POR ' WPA-OPER-LOTE.
           DISPLAY WPA-OPERACAO ' ' WRK-NUM1-ED ' E ' WRK-NUM2-ED.
           DISPLAY 'RESULTADO ' WRK-RESUL-ED ' CATEGORIA '
               WPA-CATEGORIA ' LIMITE ' WRK-LIMITE-ED.
           IF WRK-OPERADOR = 'BATCH'
               GO TO 2100-REVISAR-AJUSTE-EXIT
           END-IF.
      *----------------------------------------------------
      *    QUATRO OLHOS: QUEM SUBMETEU O LOTE NAO DECIDE
      *    SOBRE OS PROPRIOS AJUSTES
      *----------------------------------------------------
           IF WRK-OPERADOR = WPA-OPER-LOTE
               DISPLAY 'AJUSTE SUBMETIDO PELO PROPRIO OPERADOR -'
                   ' OUTRO OPERADOR DEVE DECIDIR'
               GO TO 2100-REVISAR-AJUSTE-EXIT
           END-IF.
           DISPLAY 'DECISAO (A=APROVAR R=REJEITAR F=FIM'
               ' OUTRA=MANTER PENDENTE): ' WITH NO ADVANCING.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF RESPOSTA-FIM
               MOVE 'S' TO WRK-FIM-REVISAO
               GO TO 2100-REVISAR-AJUSTE-EXIT
           END-IF.
           IF NOT RESPOSTA-APROVAR AND NOT RESPOSTA-REJEITAR
               DISPLAY 'AJUSTE MANTIDO PENDENTE'
               GO TO 2100-REVISAR-AJUSTE-EXIT
           END-IF.
           DISPLAY 'MOTIVO DA DECISAO: ' WITH NO ADVANCING.
           MOVE SPACES TO WRK-MOTIVO.
           ACCEPT WRK-MOTIVO FROM CONSOLE.
           IF WRK-MOTIVO = SPACES
               DISPLAY 'DECISAO SEM MOTIVO NAO E ACEITA - AJUSTE'
                   ' MANTIDO PENDENTE'
               GO TO 2100-REVISAR-AJUSTE-EXIT
           END-IF.
           IF RESPOSTA-APROVAR
               MOVE 'A' TO WPA-SITUACAO
               MOVE 'AJUSTE APROVADO' TO WRK-EVENTO-AUDIT
               ADD 1 TO WRK-QTDE-APROVADOS
           ELSE
               MOVE 'R' TO WPA-SITUACAO
               MOVE 'AJUSTE REJEITADO' TO WRK-EVENTO-AUDIT
               ADD 1 TO WRK-QTDE-REJEITADOS
           END-IF.
           MOVE WRK-OPERADOR TO WPA-OPER-DECISAO.
           MOVE WRK-DATA-HOJE TO WPA-DATA-DECISAO.
           MOVE WRK-MOTIVO TO WPA-MOTIVO.
           MOVE WRK-PEND-REG TO PND-IMAGEM (WRK-IND-TAB).
           MOVE 'S' TO WRK-ALTEROU.
           MOVE SPACES TO AU-CHAVE.
           MOVE WPA-NUMERO TO AU-CHAVE (1:8).
           PERFORM 8000-REGISTRAR-EVENTO
               THRU 8000-REGISTRAR-EVENTO-EXIT.
           DISPLAY WRK-EVENTO-AUDIT ' POR ' WRK-OPERADOR.
       2100-REVISAR-AJUSTE-EXIT.
           EXIT.

      *****************************************************
      * REGRAVA A LISTA DE AJUSTES INTEIRA COM AS SITUACOES
      * ATUALIZADAS
      *****************************************************
       4000-REGRAVAR-PENDENTES.
           OPEN OUTPUT AJUSTES-PENDENTES.
           MOVE ZEROS TO WRK-IND-TAB.
           PERFORM 4100-GRAVAR-PENDENTE
               THRU 4100-GRAVAR-PENDENTE-EXIT
               UNTIL WRK-IND-TAB NOT LESS THAN WRK-QTDE-TABELA.
           CLOSE AJUSTES-PENDENTES.
       4000-REGRAVAR-PENDENTES-EXIT.
           EXIT.

       4100-GRAVAR-PENDENTE.
           ADD 1 TO WRK-IND-TAB.
           MOVE PND-IMAGEM (WRK-IND-TAB) TO AJUSTE-PENDENTE-REG.
           WRITE AJUSTE-PENDENTE-REG.
       4100-GRAVAR-PENDENTE-EXIT.
           EXIT.

      *****************************************************
      * REGISTRA A DECISAO NA TRILHA DE AUDITORIA, COM O
      * NUMERO DO AJUSTE COMO CHAVE E QUEM DECIDIU COMO
      * OPERADOR
      *****************************************************
       8000-REGISTRAR-EVENTO.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB41" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE WRK-EVENTO-AUDIT TO AU-EVENTO.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       8000-REGISTRAR-EVENTO-EXIT.
           EXIT.

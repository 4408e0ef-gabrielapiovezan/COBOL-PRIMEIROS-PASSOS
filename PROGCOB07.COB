      *                    PELO MESMO TRATAMENTO DE ALUNO, E
      *                    APOSENTA O ARQUIVO AO FINAL - FECHANDO
      *                    O CICLO DA CORRECAO DE EXCECOES
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  SO GRAVA NOTA DE DISCIPLINA EM QUE O
      *                    ALUNO TEM INSCRICAO ACEITA PELO
      *                    PROGCOB31 (INSCVAL) NO SEMESTRE; SEM
      *                    INSCRICAO A NOTA VAI PARA O EXCLOG.
      *                    SEM O INSCVAL A REGRA NAO SE APLICA E
      *                    A DISCIPLINA GENERICA 'GER' FICA FORA
      * 15/10/2026 GABPI0  MATRICULA FORMADA NO ALUNMAST (SITUACAO
      *                    'F', PROGCOB15) VAI PARA O EXCLOG COMO A
      *                    INATIVA
      * 15/10/2026 GABPI0  SEMESTRE FECHADO NO SEMCTL (PROGCOB33)
      *                    NAO RECEBE NOTA: O REGISTRO VAI PARA O
      *                    EXCLOG (CAMPO 'SEMESTRE', VALOR
      *                    'FECHADO') E O HISTALUN NAO E TOCADO
      *                    ATE A REABERTURA PELO PROGCOB34. A
      *                    EXCECAO PASSA A GRAVAR O SEMESTRE E A
      *                    DISCIPLINA DA NOTA
      * 15/10/2026 GABPI0  GRAVA NO HISTALUN (HA-PROFESSOR) O
      *                    PROFESSOR DA OFERTA DA DISCIPLINA NA
      *                    TURMA E NO SEMESTRE (OFERTAS,
      *                    PROGCOB39); SEM OFERTA CADASTRADA, OU
      *                    SEM O ARQUIVO, O CAMPO FICA EM BRANCO
      *                    E A NOTA E GRAVADA ASSIM MESMO
      * 15/10/2026 GABPI0  CHECKPOINT DE REINICIO (NOTASCKP): A
      *                    CADA N REGISTROS TRATADOS (PARAMCKP,
      *                    PADRAO 100) GRAVA A POSICAO E A ULTIMA
      *                    MATRICULA + DISCIPLINA CONCLUIDA, COM A
      *                    IDENTIDADE DO LOTE (ORIGEM E DATA DO
      *                    HEADER, CONTAGEM E HASH DO TRAILER). O
      *                    RERUN DO MESMO LOTE RETOMA DEPOIS DA
      *                    CHAVE SEM REGRAVAR EXCLOG NEM HISTALUN,
      *                    INCLUSIVE NAS RESSUBMISSOES, E REGISTRA
      *                    A RETOMADA NA AUDITORIA; LOTE DIFERENTE
      *                    IGNORA O CHECKPOINT. O FIM NORMAL MARCA
      *                    O CHECKPOINT COMO CONCLUIDO
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HA-CHAVE
               FILE STATUS IS WRK-FS-HIST.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNOS.
           SELECT INSCRICOES-VALIDAS ASSIGN TO "INSCVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INSCR.
           SELECT SEMESTRE-CONTROLE ASSIGN TO "SEMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEMCTL.
           SELECT OFERTAS-DISCIPLINA ASSIGN TO "OFERTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OF-CHAVE
               FILE STATUS IS WRK-FS-OFERTAS.
           SELECT CHECKPOINT-NOTAS ASSIGN TO "NOTASCKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CKPT.
           SELECT PARAM-CHECKPOINT ASSIGN TO "PARAMCKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMCKP.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS-ENTRADA.
           05  NT-HASH             PIC 9(13).
       FD  HISTORICO-ALUNOS.
           COPY HISTREC.
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
           05  NR-DISCIPLINA       PIC X(04).
       FD  ALUNO-MESTRE.
           COPY ALUNMAST.
      *****************************************************
      * INSCRICOES EM DISCIPLINA ACEITAS PELO PROGCOB31
      *****************************************************
       FD  INSCRICOES-VALIDAS.
           COPY INSCREC.
      *****************************************************
      * CONTROLE DOS SEMESTRES LETIVOS (FECHADOS PELO
      * PROGCOB33)
      *****************************************************
       FD  SEMESTRE-CONTROLE.
           COPY SEMESTRC.
      *****************************************************
      * OFERTAS DE DISCIPLINA DO SEMESTRE, COM O PROFESSOR
      * (PROGCOB39)
      *****************************************************
       FD  OFERTAS-DISCIPLINA.
           COPY OFERREC.
      *****************************************************
      * CHECKPOINT DE REINICIO DO LOTE DE NOTAS (NOTASCKP),
      * ARQUIVO DE ACRESCIMO - VALE O ULTIMO REGISTRO. FASE
      * 'N' NO NOTASENT, 'R' NAS RESSUBMISSOES (NOTASENT JA
      * CONCLUIDO) E 'F' RUN TERMINADO; A CHAVE E A ULTIMA
      * MATRICULA + DISCIPLINA TRATADA NA FASE E A IDENTI-
      * DADE DO LOTE VEM DO HEADER/TRAILER DO NOTASENT
      *****************************************************
       FD  CHECKPOINT-NOTAS.
       01  CHECKPOINT-NOTAS-REG.
           05  CN-FASE             PIC X(01).
           05  CN-POSICAO          PIC 9(06).
           05  CN-POS-RESSUB       PIC 9(06).
           05  CN-MATRICULA        PIC 9(06).
           05  CN-DISCIPLINA       PIC X(04).
           05  CN-ORIGEM           PIC X(08).
           05  CN-DATA-LOTE        PIC X(08).
           05  CN-QTDE-LOTE        PIC 9(06).
           05  CN-HASH-LOTE        PIC 9(13).
           05  CN-DATA-GRAV        PIC X(08).
           05  CN-HORA-GRAV        PIC X(08).
       FD  PARAM-CHECKPOINT.
       01  PARAM-CHECKPOINT-REG.
           05  PK-INTERVALO        PIC 9(05).
       WORKING-STORAGE SECTION.
      *---------------------------------------------------
      * VALIDACAO CONTRA O MESTRE DE ALUNOS: SO GRAVA NOTA
           88 ALUNO-VALIDO          VALUE 'S'.
       77 WRK-FS-NOTAS     PIC X(02) VALUE SPACES.
       77 WRK-FS-HIST      PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
               10 FRQ-MATRICULA    PIC 9(06).
               10 FRQ-DADAS        PIC 9(03).
               10 FRQ-PRESENTES    PIC 9(03).
      *---------------------------------------------------
      * INSCRICOES ACEITAS (INSCVAL): SO GRAVA NOTA DE ALUNO
      * INSCRITO NA DISCIPLINA NO SEMESTRE. SEM O INSCVAL A
      * REGRA NAO SE APLICA, COMO O FREQENT
      *---------------------------------------------------
       77 WRK-FS-INSCR        PIC X(02) VALUE SPACES.
       77 WRK-INSCR-ATIVA     PIC X(01) VALUE 'N'.
           88 INSCRICAO-ATIVA         VALUE 'S'.
       77 WRK-FIM-INSCR       PIC X(01) VALUE 'N'.
           88 FIM-INSCRICOES          VALUE 'S'.
       77 WRK-INSCR-ACHADA    PIC X(01) VALUE 'N'.
           88 INSCRICAO-ACHADA        VALUE 'S'.
       77 WRK-QTDE-INSCR      PIC 9(04) VALUE ZEROS.
       77 WRK-IND-INSCR       PIC 9(04) VALUE ZEROS.
       01 TAB-INSCRICOES.
           05 INS-ENTRADA OCCURS 3000 TIMES.
               10 INS-MATRICULA    PIC 9(06).
               10 INS-SEMESTRE     PIC X(06).
               10 INS-DISCIPLINA   PIC X(04).
      *---------------------------------------------------
      * SEMESTRES FECHADOS NO SEMCTL: NOTA DE SEMESTRE
      * FECHADO NAO ATUALIZA O HISTORICO E VAI PARA O
      * EXCLOG. SEM O ARQUIVO NENHUM SEMESTRE ESTA FECHADO
      *---------------------------------------------------
       77 WRK-FS-SEMCTL       PIC X(02) VALUE SPACES.
       77 WRK-FIM-SEMCTL      PIC X(01) VALUE 'N'.
           88 FIM-SEMCTL              VALUE 'S'.
       77 WRK-SEM-FECHADO     PIC X(01) VALUE 'N'.
           88 SEMESTRE-BLOQUEADO      VALUE 'S'.
       77 WRK-QTDE-FECHADOS   PIC 9(03) VALUE ZEROS.
       77 WRK-IND-FECHADO     PIC 9(03) VALUE ZEROS.
       01 TAB-SEMESTRES-FECHADOS.
           05 FEC-SEMESTRE OCCURS 200 TIMES PIC X(06).
      *---------------------------------------------------
      * PROFESSOR DA OFERTA (OFERTAS) GRAVADO NO HISTORICO.
      * SEM O ARQUIVO, OU SEM A OFERTA, O CAMPO FICA EM
      * BRANCO E A NOTA E CONTADA COMO SEM OFERTA
      *---------------------------------------------------
       77 WRK-FS-OFERTAS      PIC X(02) VALUE SPACES.
       77 WRK-OFERTAS-OK      PIC X(01) VALUE 'N'.
           88 OFERTAS-ATIVAS          VALUE 'S'.
       77 WRK-PROFESSOR       PIC X(06) VALUE SPACES.
       77 WRK-QTDE-SEM-OFERTA PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * CHECKPOINT DE REINICIO: INTERVALO DO PARAMCKP (PADRAO
      * 100 REGISTROS TRATADOS), FASE CORRENTE E CONTADOR DE
      * REGISTROS DESDE O ULTIMO CHECKPOINT GRAVADO
      *---------------------------------------------------
       77 WRK-FS-CKPT         PIC X(02) VALUE SPACES.
       77 WRK-FS-PARAMCKP     PIC X(02) VALUE SPACES.
       77 WRK-CKP-INTERVALO   PIC 9(05) VALUE 00100.
       77 WRK-CKP-CONTADOR    PIC 9(05) VALUE ZEROS.
       77 WRK-CKP-FASE        PIC X(01) VALUE 'N'.
       77 WRK-FIM-CKPT        PIC X(01) VALUE 'N'.
           88 FIM-CHECKPOINT          VALUE 'S'.
       77 WRK-CKPT-LIDO       PIC X(01) VALUE 'N'.
           88 CHECKPOINT-LIDO         VALUE 'S'.
      *---------------------------------------------------
      * RETOMADA: REGISTROS ATE A POSICAO DO CHECKPOINT (NO
      * NOTASENT E NO NOTASRES) JA FORAM TRATADOS PELO RUN
      * QUE CAIU E SAO PULADOS, SO ACUMULANDO O CONTROLE
      *---------------------------------------------------
       77 WRK-RETOMADA        PIC X(01) VALUE 'N'.
           88 RUN-RETOMADO            VALUE 'S'.
       77 WRK-QTDE-PULADOS    PIC 9(06) VALUE ZEROS.
       01 WRK-CKPT-ULTIMO.
           05 WCN-FASE            PIC X(01).
               88 CKPT-NOTASENT           VALUE 'N'.
               88 CKPT-RESSUB             VALUE 'R'.
               88 CKPT-CONCLUIDO          VALUE 'F'.
           05 WCN-POSICAO         PIC 9(06).
           05 WCN-POS-RESSUB      PIC 9(06).
           05 WCN-MATRICULA       PIC 9(06).
           05 WCN-DISCIPLINA      PIC X(04).
           05 WCN-ORIGEM          PIC X(08).
           05 WCN-DATA-LOTE       PIC X(08).
           05 WCN-QTDE-LOTE       PIC 9(06).
           05 WCN-HASH-LOTE       PIC 9(13).
           05 WCN-DATA-GRAV       PIC X(08).
           05 WCN-HORA-GRAV       PIC X(08).
       01 WRK-CHAVE-RETOMADA.
           05 WRK-RET-MATRICULA   PIC 9(06).
           05 WRK-RET-DISCIPLINA  PIC X(04).
      *---------------------------------------------------
      * IDENTIDADE DO LOTE APURADA NA PRE-LEITURA DO
      * NOTASENT: ORIGEM E DATA DO HEADER E CONTAGEM E HASH
      * DO TRAILER (SEM TRAILER LEGIVEL, OS APURADOS NA
      * PROPRIA LEITURA)
      *---------------------------------------------------
       77 WRK-FIM-IDENT       PIC X(01) VALUE 'N'.
           88 FIM-IDENTIFICACAO       VALUE 'S'.
       77 WRK-LOTE-CONTROLADO PIC X(01) VALUE 'N'.
           88 LOTE-CONTROLADO         VALUE 'S'.
       77 WRK-LOTE-TRAILER    PIC X(01) VALUE 'N'.
           88 LOTE-COM-TRAILER        VALUE 'S'.
       77 WRK-LOTE-ORIGEM     PIC X(08) VALUE SPACES.
       77 WRK-LOTE-DATA       PIC X(08) VALUE SPACES.
       77 WRK-LOTE-QTDE       PIC 9(06) VALUE ZEROS.
       77 WRK-LOTE-HASH       PIC 9(13) VALUE ZEROS.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 2000-PROCESSAR-ALUNO THRU 2000-PROCESSAR-ALUNO-EXIT
               UNTIL FIM-ARQUIVO.
           IF WRK-RC-RUN NOT = 8
               IF NOT RUN-RETOMADO OR NOT CKPT-RESSUB
                   MOVE 'R' TO WRK-CKP-FASE
                   PERFORM 2800-GRAVAR-CHECKPOINT
                       THRU 2800-GRAVAR-CHECKPOINT-EXIT
               END-IF
               PERFORM 6000-PROCESSAR-RESSUBMISSOES
                   THRU 6000-PROCESSAR-RESSUBMISSOES-EXIT
           END-IF.
           PERFORM 8000-IMPRIMIR-RESUMO THRU 8000-IMPRIMIR-RESUMO-EXIT.
           IF WRK-RC-RUN NOT = 8
               MOVE 'F' TO WRK-CKP-FASE
               PERFORM 2800-GRAVAR-CHECKPOINT
                   THRU 2800-GRAVAR-CHECKPOINT-EXIT
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
           IF WRK-RC-RUN = 8
               MOVE 8 TO RETURN-CODE
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCOB7" TO AU-PROGRAMA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

               WRK-QTDE-DETALHES WRK-HASH-LIDO.
           MOVE 'N' TO WRK-ARQ-CONTROLADO.
           MOVE 'N' TO WRK-TRAILER-VISTO.
           MOVE 'N' TO WRK-RETOMADA.
           MOVE 'N' TO WRK-CKP-FASE.
           MOVE ZEROS TO WRK-QTDE-PULADOS WRK-CKP-CONTADOR
               WRK-QTDE-RESSUB.
           PERFORM 1100-IDENTIFICAR-LOTE
               THRU 1100-IDENTIFICAR-LOTE-EXIT.
           OPEN INPUT NOTAS-ENTRADA.
           IF WRK-FS-NOTAS NOT = "00"
               DISPLAY 'NOTASENT INDISPONIVEL (STATUS ' WRK-FS-NOTAS
               THRU 1300-CARREGAR-FREQUENCIA-EXIT.
           PERFORM 1400-LER-PARAM-FREQ
               THRU 1400-LER-PARAM-FREQ-EXIT.
           PERFORM 1500-CARREGAR-INSCRICOES
               THRU 1500-CARREGAR-INSCRICOES-EXIT.
           PERFORM 1600-CARREGAR-SEMESTRES
               THRU 1600-CARREGAR-SEMESTRES-EXIT.
           MOVE 'N' TO WRK-OFERTAS-OK.
           MOVE ZEROS TO WRK-QTDE-SEM-OFERTA.
           OPEN INPUT OFERTAS-DISCIPLINA.
           IF WRK-FS-OFERTAS = "00"
               MOVE 'S' TO WRK-OFERTAS-OK
           ELSE
               DISPLAY 'OFERTAS NAO ENCONTRADO - HISTORICO GRAVADO'
                   ' SEM O PROFESSOR'
           END-IF.
           PERFORM 1700-LER-PARAM-CKP
               THRU 1700-LER-PARAM-CKP-EXIT.
           PERFORM 1800-LER-CHECKPOINT
               THRU 1800-LER-CHECKPOINT-EXIT.
           DISPLAY "============ NOTAS DA TURMA =============".
           PERFORM 2100-LER-ALUNO THRU 2100-LER-ALUNO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * PRE-LEITURA DO NOTASENT PARA IDENTIFICAR O LOTE:
      * ORIGEM E DATA DO HEADER, CONTAGEM E HASH DO TRAILER.
      * ARQUIVO SEM CONTROLE (OU COM TRAILER ILEGIVEL) E
      * IDENTIFICADO PELA CONTAGEM E HASH APURADOS NA LEITURA.
      * E A IDENTIDADE GRAVADA NO CHECKPOINT E CONFERIDA NA
      * RETOMADA - O ARQUIVO E REABERTO PARA O PROCESSAMENTO
      *****************************************************
       1100-IDENTIFICAR-LOTE.
           MOVE SPACES TO WRK-LOTE-ORIGEM WRK-LOTE-DATA.
           MOVE ZEROS TO WRK-LOTE-QTDE WRK-LOTE-HASH.
           MOVE 'N' TO WRK-LOTE-CONTROLADO.
           MOVE 'N' TO WRK-LOTE-TRAILER.
           OPEN INPUT NOTAS-ENTRADA.
           IF WRK-FS-NOTAS NOT = "00"
               GO TO 1100-IDENTIFICAR-LOTE-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-IDENT.
           PERFORM 1150-LER-IDENTIFICACAO
               THRU 1150-LER-IDENTIFICACAO-EXIT
               UNTIL FIM-IDENTIFICACAO.
           CLOSE NOTAS-ENTRADA.
           IF NOT LOTE-COM-TRAILER
               MOVE WRK-QTDE-DETALHES TO WRK-LOTE-QTDE
               MOVE WRK-HASH-LIDO TO WRK-LOTE-HASH
           END-IF.
           MOVE ZEROS TO WRK-QTDE-DETALHES WRK-HASH-LIDO.
       1100-IDENTIFICAR-LOTE-EXIT.
           EXIT.

       1150-LER-IDENTIFICACAO.
           READ NOTAS-ENTRADA
               AT END
                   MOVE 'S' TO WRK-FIM-IDENT
               NOT AT END
                   EVALUATE TRUE
                       WHEN CONTROLE-HEADER
                           AND WRK-QTDE-DETALHES = ZEROS
                           MOVE 'S' TO WRK-LOTE-CONTROLADO
                           MOVE NC-ORIGEM TO WRK-LOTE-ORIGEM
                           MOVE NC-DATA TO WRK-LOTE-DATA
                       WHEN LOTE-CONTROLADO AND CONTROLE-TRAILER
                           IF NT-QTDE NUMERIC AND NT-HASH NUMERIC
                               MOVE 'S' TO WRK-LOTE-TRAILER
                               MOVE NT-QTDE TO WRK-LOTE-QTDE
                               MOVE NT-HASH TO WRK-LOTE-HASH
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WRK-QTDE-DETALHES
                           PERFORM 2190-ACUMULAR-HASH
                               THRU 2190-ACUMULAR-HASH-EXIT
                   END-EVALUATE
           END-READ.
       1150-LER-IDENTIFICACAO-EXIT.
           EXIT.

      *****************************************************
      * CARREGA A FREQUENCIA DA TURMA (FREQENT) NA TABELA.
      * SEM O ARQUIVO, A REGRA DE FREQUENCIA MINIMA NAO SE
       1400-LER-PARAM-FREQ-EXIT.
           EXIT.

      *****************************************************
      * CARREGA AS INSCRICOES ACEITAS PELO PROGCOB31
      * (INSCVAL) NA TABELA. SEM O ARQUIVO, A EXIGENCIA DE
      * INSCRICAO NAO SE APLICA NESTE RUN
      *****************************************************
       1500-CARREGAR-INSCRICOES.
           MOVE 'N' TO WRK-INSCR-ATIVA.
           MOVE ZEROS TO WRK-QTDE-INSCR.
           OPEN INPUT INSCRICOES-VALIDAS.
           IF WRK-FS-INSCR NOT = "00"
               DISPLAY 'INSCVAL NAO ENCONTRADO - EXIGENCIA DE'
                   ' INSCRICAO NAO APLICADA'
               GO TO 1500-CARREGAR-INSCRICOES-EXIT
           END-IF.
           MOVE 'S' TO WRK-INSCR-ATIVA.
           MOVE 'N' TO WRK-FIM-INSCR.
           PERFORM 1550-LER-INSCRICAO
               THRU 1550-LER-INSCRICAO-EXIT
               UNTIL FIM-INSCRICOES.
           CLOSE INSCRICOES-VALIDAS.
       1500-CARREGAR-INSCRICOES-EXIT.
           EXIT.

       1550-LER-INSCRICAO.
           READ INSCRICOES-VALIDAS
               AT END
                   MOVE 'S' TO WRK-FIM-INSCR
               NOT AT END
                   IF WRK-QTDE-INSCR < 3000
                       ADD 1 TO WRK-QTDE-INSCR
                       MOVE IN-MATRICULA
                           TO INS-MATRICULA (WRK-QTDE-INSCR)
                       MOVE IN-SEMESTRE
                           TO INS-SEMESTRE (WRK-QTDE-INSCR)
                       MOVE IN-DISCIPLINA
                           TO INS-DISCIPLINA (WRK-QTDE-INSCR)
                   ELSE
                       DISPLAY 'TABELA DE INSCRICOES CHEIA -'
                           ' MATRICULA ' IN-MATRICULA ' IGNORADA'
                   END-IF
           END-READ.
       1550-LER-INSCRICAO-EXIT.
           EXIT.

      *****************************************************
      * CARREGA OS SEMESTRES FECHADOS DO SEMCTL NA TABELA.
      * SEM O ARQUIVO NENHUM SEMESTRE ESTA FECHADO
      *****************************************************
       1600-CARREGAR-SEMESTRES.
           MOVE ZEROS TO WRK-QTDE-FECHADOS.
           OPEN INPUT SEMESTRE-CONTROLE.
           IF WRK-FS-SEMCTL NOT = "00"
               DISPLAY 'SEMCTL NAO ENCONTRADO - NENHUM SEMESTRE'
                   ' FECHADO'
               GO TO 1600-CARREGAR-SEMESTRES-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-SEMCTL.
           PERFORM 1650-LER-SEMESTRE THRU 1650-LER-SEMESTRE-EXIT
               UNTIL FIM-SEMCTL.
           CLOSE SEMESTRE-CONTROLE.
       1600-CARREGAR-SEMESTRES-EXIT.
           EXIT.

       1650-LER-SEMESTRE.
           READ SEMESTRE-CONTROLE
               AT END
                   MOVE 'S' TO WRK-FIM-SEMCTL
               NOT AT END
                   IF SEMESTRE-FECHADO
                       IF WRK-QTDE-FECHADOS < 200
                           ADD 1 TO WRK-QTDE-FECHADOS
                           MOVE SC-SEMESTRE
                               TO FEC-SEMESTRE (WRK-QTDE-FECHADOS)
                       ELSE
                           DISPLAY 'TABELA DE SEMESTRES CHEIA -'
                               ' SEMESTRE ' SC-SEMESTRE ' IGNORADO'
                       END-IF
                   END-IF
           END-READ.
       1650-LER-SEMESTRE-EXIT.
           EXIT.

      *****************************************************
      * LE O INTERVALO DE CHECKPOINT DO PARAMCKP. SEM O
      * ARQUIVO, OU COM INTERVALO ZERADO, PERMANECE O PADRAO
      * DE 100 REGISTROS DEFINIDO NA WORKING-STORAGE
      *****************************************************
       1700-LER-PARAM-CKP.
           MOVE 00100 TO WRK-CKP-INTERVALO.
           OPEN INPUT PARAM-CHECKPOINT.
           IF WRK-FS-PARAMCKP NOT = "00"
               DISPLAY 'PARAMCKP NAO ENCONTRADO - CHECKPOINT A CADA '
                   WRK-CKP-INTERVALO ' REGISTROS'
               GO TO 1700-LER-PARAM-CKP-EXIT
           END-IF.
           READ PARAM-CHECKPOINT
               NOT AT END
                   IF PK-INTERVALO NUMERIC AND PK-INTERVALO > ZEROS
                       MOVE PK-INTERVALO TO WRK-CKP-INTERVALO
                   END-IF
           END-READ.
           CLOSE PARAM-CHECKPOINT.
       1700-LER-PARAM-CKP-EXIT.
           EXIT.

      *****************************************************
      * LE O CHECKPOINT DE UM RUN ANTERIOR (NOTASCKP) ATE O
      * FIM - O ARQUIVO E DE ACRESCIMO E VALE O ULTIMO
      * REGISTRO. SEM ARQUIVO OU COM O ULTIMO RUN CONCLUIDO
      * O LOTE E PROCESSADO DESDE O INICIO. UM RUN QUE CAIU
      * SO E RETOMADO SE O NOTASENT FOR O MESMO LOTE (HEADER
      * E TRAILER CONFEREM); OUTRO LOTE IGNORA O CHECKPOINT.
      * A RETOMADA E REGISTRADA NA AUDITORIA COM A CHAVE
      *****************************************************
       1800-LER-CHECKPOINT.
           MOVE 'N' TO WRK-CKPT-LIDO.
           OPEN INPUT CHECKPOINT-NOTAS.
           IF WRK-FS-CKPT NOT = "00"
               GO TO 1800-LER-CHECKPOINT-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-CKPT.
           PERFORM 1850-LER-REG-CHECKPOINT
               THRU 1850-LER-REG-CHECKPOINT-EXIT
               UNTIL FIM-CHECKPOINT.
           CLOSE CHECKPOINT-NOTAS.
           IF NOT CHECKPOINT-LIDO OR CKPT-CONCLUIDO
               GO TO 1800-LER-CHECKPOINT-EXIT
           END-IF.
           IF WCN-ORIGEM NOT = WRK-LOTE-ORIGEM
               OR WCN-DATA-LOTE NOT = WRK-LOTE-DATA
               OR WCN-QTDE-LOTE NOT = WRK-LOTE-QTDE
               OR WCN-HASH-LOTE NOT = WRK-LOTE-HASH
               DISPLAY '*** CHECKPOINT DE ' WCN-DATA-GRAV
                   ' E DE OUTRO LOTE (ORIGEM ' WCN-ORIGEM
                   ' DATA ' WCN-DATA-LOTE ') - IGNORADO ***'
               DISPLAY '*** NOTASENT PROCESSADO DESDE O INICIO ***'
               GO TO 1800-LER-CHECKPOINT-EXIT
           END-IF.
           MOVE 'S' TO WRK-RETOMADA.
           MOVE WCN-FASE TO WRK-CKP-FASE.
           MOVE WCN-MATRICULA TO WRK-RET-MATRICULA.
           MOVE WCN-DISCIPLINA TO WRK-RET-DISCIPLINA.
           IF CKPT-RESSUB
               DISPLAY 'RETOMANDO NAS RESSUBMISSOES APOS O REGISTRO '
                   WCN-POS-RESSUB ' - MATRICULA ' WRK-RET-MATRICULA
                   ' DISCIPLINA ' WRK-RET-DISCIPLINA
           ELSE
               DISPLAY 'RETOMANDO NO NOTASENT APOS O REGISTRO '
                   WCN-POSICAO ' - MATRICULA ' WRK-RET-MATRICULA
                   ' DISCIPLINA ' WRK-RET-DISCIPLINA
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCOB7" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE "RETOMADA DO RUN" TO AU-EVENTO.
           MOVE WRK-CHAVE-RETOMADA TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       1800-LER-CHECKPOINT-EXIT.
           EXIT.

       1850-LER-REG-CHECKPOINT.
           READ CHECKPOINT-NOTAS
               AT END
                   MOVE 'S' TO WRK-FIM-CKPT
               NOT AT END
                   MOVE 'S' TO WRK-CKPT-LIDO
                   MOVE CHECKPOINT-NOTAS-REG TO WRK-CKPT-ULTIMO
           END-READ.
       1850-LER-REG-CHECKPOINT-EXIT.
           EXIT.

      *****************************************************
      * NA RETOMADA, OS DETALHES ATE A POSICAO DO CHECKPOINT
      * JA FORAM TRATADOS E SAO PULADOS (A LEITURA CONTINUA
      * ACUMULANDO CONTAGEM E HASH PARA O TRAILER). OS
      * DEMAIS SAO TRATADOS E CONTADOS PARA O CHECKPOINT
      *****************************************************
       2000-PROCESSAR-ALUNO.
           IF RUN-RETOMADO
               AND WRK-QTDE-DETALHES NOT > WCN-POSICAO
               PERFORM 2020-PULAR-DETALHE THRU 2020-PULAR-DETALHE-EXIT
           ELSE
               PERFORM 2050-TRATAR-ALUNO THRU 2050-TRATAR-ALUNO-EXIT
               PERFORM 2030-CONTAR-CHECKPOINT
                   THRU 2030-CONTAR-CHECKPOINT-EXIT
           END-IF.
           PERFORM 2100-LER-ALUNO THRU 2100-LER-ALUNO-EXIT.
       2000-PROCESSAR-ALUNO-EXIT.
           EXIT.

      *****************************************************
      * PULA UM DETALHE JA TRATADO PELO RUN QUE CAIU. O
      * DETALHE DA POSICAO DO CHECKPOINT TEM DE SER A CHAVE
      * GRAVADA - OUTRA CHAVE NA MESMA POSICAO E UM ARQUIVO
      * REORDENADO E A RETOMADA E RECUSADA COM RC 8
      *****************************************************
       2020-PULAR-DETALHE.
           ADD 1 TO WRK-QTDE-PULADOS.
           IF NOT CKPT-NOTASENT
               OR WRK-QTDE-DETALHES NOT = WCN-POSICAO
               GO TO 2020-PULAR-DETALHE-EXIT
           END-IF.
           IF WRK-MATRICULA NOT = WCN-MATRICULA
               OR WRK-DISCIPLINA NOT = WCN-DISCIPLINA
               DISPLAY '*** REGISTRO ' WCN-POSICAO ' DO NOTASENT E '
                   WRK-MATRICULA ' ' WRK-DISCIPLINA ' E NAO A CHAVE '
                   WCN-MATRICULA ' ' WCN-DISCIPLINA
                   ' DO CHECKPOINT - RETOMADA RECUSADA ***'
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.
       2020-PULAR-DETALHE-EXIT.
           EXIT.

      *****************************************************
      * CONTA O REGISTRO TRATADO E GRAVA O CHECKPOINT AO
      * COMPLETAR O INTERVALO DO PARAMCKP
      *****************************************************
       2030-CONTAR-CHECKPOINT.
           ADD 1 TO WRK-CKP-CONTADOR.
           IF WRK-CKP-CONTADOR NOT < WRK-CKP-INTERVALO
               PERFORM 2800-GRAVAR-CHECKPOINT
                   THRU 2800-GRAVAR-CHECKPOINT-EXIT
           END-IF.
       2030-CONTAR-CHECKPOINT-EXIT.
           EXIT.

      *****************************************************
      * TRATA O ALUNO JA CARREGADO NOS CAMPOS DE TRABALHO -
      * COMUM A ENTRADA NORMAL (NOTASENT) E AS RESSUBMISSOES
       2050-TRATAR-ALUNO.
           ADD 1 TO WRK-QTDE-LIDOS.
      *----------------------------------------------------
      *    SEMESTRE FECHADO NO SEMCTL NAO RECEBE NOTA, NEM
      *    DO NOTASENT ATRASADO NEM DA RESSUBMISSAO: O
      *    REGISTRO VAI PARA O EXCLOG E SO ENTRA DEPOIS DA
      *    REABERTURA AUDITADA
      *----------------------------------------------------
           PERFORM 2070-VERIFICAR-SEMESTRE
               THRU 2070-VERIFICAR-SEMESTRE-EXIT.
           IF SEMESTRE-BLOQUEADO
               ADD 1 TO WRK-QTDE-EXCECOES
               DISPLAY WRK-MATRICULA " " WRK-NOME-ALUNO
                   " *** SEMESTRE " WRK-SEMESTRE " FECHADO ***"
               MOVE 'SEMESTRE' TO WRK-EX-CAMPO
               MOVE 'FECHADO' TO WRK-EX-VALOR
               PERFORM 2900-GRAVAR-EXCECAO
                   THRU 2900-GRAVAR-EXCECAO-EXIT
               GO TO 2050-TRATAR-ALUNO-EXIT
           END-IF.
      *----------------------------------------------------
      *    A MATRICULA E VALIDADA CONTRA O MESTRE DE ALUNOS
      *    ANTES DE QUALQUER COISA: SEM CADASTRO ATIVO, O
      *    REGISTRO VAI PARA O EXCLOG E NADA E GRAVADO; COM
                   GO TO 2050-TRATAR-ALUNO-EXIT
               END-IF
           END-IF.
      *----------------------------------------------------
      *    NOTA DE DISCIPLINA SEM INSCRICAO ACEITA NO
      *    SEMESTRE (PRE-REQUISITO NAO CUMPRIDO NO PROGCOB31
      *    OU INSCRICAO NUNCA FEITA) VAI PARA O EXCLOG
      *----------------------------------------------------
           IF INSCRICAO-ATIVA AND WRK-DISCIPLINA NOT = 'GER'
               PERFORM 2060-PROCURAR-INSCRICAO
                   THRU 2060-PROCURAR-INSCRICAO-EXIT
               IF NOT INSCRICAO-ACHADA
                   ADD 1 TO WRK-QTDE-EXCECOES
                   DISPLAY WRK-MATRICULA " " WRK-NOME-ALUNO
                       " *** SEM INSCRICAO NA DISCIPLINA "
                       WRK-DISCIPLINA " ***"
                   MOVE 'INSCRICAO' TO WRK-EX-CAMPO
                   MOVE WRK-DISCIPLINA TO WRK-EX-VALOR
                   PERFORM 2900-GRAVAR-EXCECAO
                       THRU 2900-GRAVAR-EXCECAO-EXIT
                   GO TO 2050-TRATAR-ALUNO-EXIT
               END-IF
           END-IF.
           IF NOTA-EXCECAO
               ADD 1 TO WRK-QTDE-EXCECOES
               DISPLAY WRK-MATRICULA " " WRK-NOME-ALUNO
       2050-TRATAR-ALUNO-EXIT.
           EXIT.

      *****************************************************
      * PROCURA NA TABELA DO INSCVAL A INSCRICAO DO ALUNO
      * CORRENTE NA DISCIPLINA E SEMESTRE DA NOTA
      *****************************************************
       2060-PROCURAR-INSCRICAO.
           MOVE 'N' TO WRK-INSCR-ACHADA.
           MOVE ZEROS TO WRK-IND-INSCR.
           PERFORM 2065-COMPARAR-INSCRICAO
               THRU 2065-COMPARAR-INSCRICAO-EXIT
               UNTIL INSCRICAO-ACHADA
                   OR WRK-IND-INSCR NOT LESS THAN WRK-QTDE-INSCR.
       2060-PROCURAR-INSCRICAO-EXIT.
           EXIT.

       2065-COMPARAR-INSCRICAO.
           ADD 1 TO WRK-IND-INSCR.
           IF INS-MATRICULA (WRK-IND-INSCR) = WRK-MATRICULA
               AND INS-SEMESTRE (WRK-IND-INSCR) = WRK-SEMESTRE
               AND INS-DISCIPLINA (WRK-IND-INSCR) = WRK-DISCIPLINA
               MOVE 'S' TO WRK-INSCR-ACHADA
           END-IF.
       2065-COMPARAR-INSCRICAO-EXIT.
           EXIT.

      *****************************************************
      * PROCURA O SEMESTRE DA NOTA NA TABELA DOS SEMESTRES
      * FECHADOS DO SEMCTL
      *****************************************************
       2070-VERIFICAR-SEMESTRE.
           MOVE 'N' TO WRK-SEM-FECHADO.
           MOVE ZEROS TO WRK-IND-FECHADO.
           PERFORM 2075-COMPARAR-SEMESTRE
               THRU 2075-COMPARAR-SEMESTRE-EXIT
               UNTIL SEMESTRE-BLOQUEADO
                   OR WRK-IND-FECHADO NOT LESS THAN WRK-QTDE-FECHADOS.
       2070-VERIFICAR-SEMESTRE-EXIT.
           EXIT.

       2075-COMPARAR-SEMESTRE.
           ADD 1 TO WRK-IND-FECHADO.
           IF FEC-SEMESTRE (WRK-IND-FECHADO) = WRK-SEMESTRE
               MOVE 'S' TO WRK-SEM-FECHADO
           END-IF.
       2075-COMPARAR-SEMESTRE-EXIT.
           EXIT.

      *****************************************************
      * VALIDA A MATRICULA CORRENTE CONTRA O MESTRE DE
      * ALUNOS: SEM CADASTRO OU INATIVA VIRA EXCECAO NO
                       PERFORM 2900-GRAVAR-EXCECAO
                           THRU 2900-GRAVAR-EXCECAO-EXIT
                   ELSE
                       IF ALUNO-FORMADO
                           ADD 1 TO WRK-QTDE-EXCECOES
                           DISPLAY WRK-MATRICULA " " AL-NOME
                               " *** MATRICULA FORMADA NO ALUNMAST ***"
                           MOVE 'MATRICULA' TO WRK-EX-CAMPO
                           MOVE 'FORMADA' TO WRK-EX-VALOR
                           PERFORM 2900-GRAVAR-EXCECAO
                               THRU 2900-GRAVAR-EXCECAO-EXIT
                       ELSE
                           MOVE 'S' TO WRK-ALUNO-SIT
                           MOVE AL-NOME TO WRK-NOME-ALUNO
                       END-IF
                   END-IF
           END-READ.
       2080-VALIDAR-MATRICULA-EXIT.
           MOVE 'A' TO EX-SITUACAO.
           MOVE SPACES TO EX-TRAT-QUEM.
           MOVE SPACES TO EX-TRAT-DATA.
           MOVE WRK-SEMESTRE TO EX-SEMESTRE.
           MOVE WRK-DISCIPLINA TO EX-DISCIPLINA.
           WRITE EXCECAO-REG.
           CLOSE EXCECOES-LISTA.
       2900-GRAVAR-EXCECAO-EXIT.
           EXIT.

      *****************************************************
      * ACRESCENTA UM REGISTRO NO CHECKPOINT (NOTASCKP) COM A
      * FASE CORRENTE, AS POSICOES NO NOTASENT E NO NOTASRES,
      * A ULTIMA CHAVE TRATADA E A IDENTIDADE DO LOTE. ABRE E
      * FECHA A CADA GRAVACAO PARA O REGISTRO FICAR NO DISCO
      * MESMO QUE O RUN CAIA EM SEGUIDA
      *****************************************************
       2800-GRAVAR-CHECKPOINT.
           OPEN EXTEND CHECKPOINT-NOTAS.
           IF WRK-FS-CKPT = "35"
               OPEN OUTPUT CHECKPOINT-NOTAS
           END-IF.
           MOVE WRK-CKP-FASE TO CN-FASE.
           MOVE WRK-QTDE-DETALHES TO CN-POSICAO.
           MOVE WRK-QTDE-RESSUB TO CN-POS-RESSUB.
           MOVE WRK-MATRICULA TO CN-MATRICULA.
           MOVE WRK-DISCIPLINA TO CN-DISCIPLINA.
           MOVE WRK-LOTE-ORIGEM TO CN-ORIGEM.
           MOVE WRK-LOTE-DATA TO CN-DATA-LOTE.
           MOVE WRK-LOTE-QTDE TO CN-QTDE-LOTE.
           MOVE WRK-LOTE-HASH TO CN-HASH-LOTE.
           ACCEPT CN-DATA-GRAV FROM DATE YYYYMMDD.
           ACCEPT CN-HORA-GRAV FROM TIME.
           WRITE CHECKPOINT-NOTAS-REG.
           CLOSE CHECKPOINT-NOTAS.
           MOVE ZEROS TO WRK-CKP-CONTADOR.
       2800-GRAVAR-CHECKPOINT-EXIT.
           EXIT.

      *****************************************************
      * MEDIA PONDERADA COM OS PESOS 30/30/40 DA POLITICA
      * DE AVALIACAO ATUAL DO CURSO
      * PERIODO EM VEZ DE DUAS LINHAS CONTRADITORIAS
      *****************************************************
       5000-GRAVAR-HISTORICO.
           PERFORM 5100-BUSCAR-PROFESSOR
               THRU 5100-BUSCAR-PROFESSOR-EXIT.
           MOVE WRK-MATRICULA TO HA-MATRICULA.
           MOVE WRK-SEMESTRE TO HA-PERIODO.
           MOVE WRK-DISCIPLINA TO HA-DISCIPLINA.
      *    PROPOSITO, SEM DEIXAR LIXO NOS CAMPOS NUMERICOS
      *----------------------------------------------------
           MOVE ZEROS TO HA-NOTA-EXAME HA-MEDIA-FINAL.
           MOVE WRK-PROFESSOR TO HA-PROFESSOR.
           MOVE 'N' TO WRK-HIST-EXISTE.
           WRITE HISTORICO-ALUNOS-REG
               INVALID KEY
       5000-GRAVAR-HISTORICO-EXIT.
           EXIT.

      *****************************************************
      * BUSCA O PROFESSOR DA OFERTA (SEMESTRE + TURMA +
      * DISCIPLINA DA NOTA) NO OFERTAS. SEM A OFERTA O
      * PROFESSOR FICA EM BRANCO
      *****************************************************
       5100-BUSCAR-PROFESSOR.
           MOVE SPACES TO WRK-PROFESSOR.
           IF NOT OFERTAS-ATIVAS
               GO TO 5100-BUSCAR-PROFESSOR-EXIT
           END-IF.
           MOVE WRK-SEMESTRE TO OF-SEMESTRE.
           MOVE WRK-TURMA TO OF-TURMA.
           MOVE WRK-DISCIPLINA TO OF-DISCIPLINA.
           READ OFERTAS-DISCIPLINA
               INVALID KEY
                   ADD 1 TO WRK-QTDE-SEM-OFERTA
               NOT INVALID KEY
                   MOVE OF-PROFESSOR TO WRK-PROFESSOR
           END-READ.
       5100-BUSCAR-PROFESSOR-EXIT.
           EXIT.

      *****************************************************
      * PROCESSA AS RESSUBMISSOES DO PROGCOB10 (NOTASRES)
      * DEPOIS DA ENTRADA NORMAL, PELO MESMO TRATAMENTO DO
               THRU 6200-PROCESSAR-RESSUB-EXIT
               UNTIL FIM-RESSUB.
           CLOSE NOTAS-RESSUB.
           IF WRK-RC-RUN = 8
               GO TO 6000-PROCESSAR-RESSUBMISSOES-EXIT
           END-IF.
           OPEN OUTPUT NOTAS-RESSUB.
           CLOSE NOTAS-RESSUB.
           DISPLAY 'RESSUBMISSOES PROCESSADAS: ' WRK-QTDE-RESSUB
       6100-LER-RESSUB-EXIT.
           EXIT.

      *****************************************************
      * NA RETOMADA EM FASE DE RESSUBMISSOES, AS JA TRATADAS
      * PELO RUN QUE CAIU SAO PULADAS (A DA POSICAO DO
      * CHECKPOINT TEM DE SER A CHAVE GRAVADA, COMO NO
      * NOTASENT); AS DEMAIS SAO TRATADAS E CONTADAS
      *****************************************************
       6200-PROCESSAR-RESSUB.
           ADD 1 TO WRK-QTDE-RESSUB.
           IF RUN-RETOMADO AND CKPT-RESSUB
               AND WRK-QTDE-RESSUB NOT > WCN-POS-RESSUB
               ADD 1 TO WRK-QTDE-PULADOS
               IF WRK-QTDE-RESSUB = WCN-POS-RESSUB
                   AND (WRK-MATRICULA NOT = WCN-MATRICULA
                       OR WRK-DISCIPLINA NOT = WCN-DISCIPLINA)
                   DISPLAY '*** RESSUBMISSAO ' WCN-POS-RESSUB ' E '
                       WRK-MATRICULA ' ' WRK-DISCIPLINA
                       ' E NAO A CHAVE DO CHECKPOINT -'
                       ' RETOMADA RECUSADA ***'
                   MOVE 8 TO WRK-RC-RUN
                   MOVE 'S' TO WRK-FIM-RESSUB
                   GO TO 6200-PROCESSAR-RESSUB-EXIT
               END-IF
           ELSE
               PERFORM 2050-TRATAR-ALUNO THRU 2050-TRATAR-ALUNO-EXIT
               PERFORM 2030-CONTAR-CHECKPOINT
                   THRU 2030-CONTAR-CHECKPOINT-EXIT
           END-IF.
           PERFORM 6100-LER-RESSUB THRU 6100-LER-RESSUB-EXIT.
       6200-PROCESSAR-RESSUB-EXIT.
           EXIT.
           DISPLAY 'GRAVADOS NO HISTORICO: ' WRK-QTDE-GRAVADOS.
           DISPLAY 'REJEITADOS...........: ' WRK-QTDE-REJEITADOS.
           DISPLAY 'EXCECOES DE ENTRADA..: ' WRK-QTDE-EXCECOES.
           IF OFERTAS-ATIVAS
               DISPLAY 'NOTAS SEM OFERTA.....: ' WRK-QTDE-SEM-OFERTA
           END-IF.
           IF RUN-RETOMADO
               DISPLAY 'PULADOS NA RETOMADA..: ' WRK-QTDE-PULADOS
           END-IF.
       8000-IMPRIMIR-RESUMO-EXIT.
           EXIT.

           IF MESTRE-ALUNOS-ATIVO
               CLOSE ALUNO-MESTRE
           END-IF.
           IF OFERTAS-ATIVAS
               CLOSE OFERTAS-DISCIPLINA
           END-IF.
           PERFORM 9900-REGISTRAR-AUDITORIA
               THRU 9900-REGISTRAR-AUDITORIA-EXIT.
       9999-FINALIZAR-EXIT.
      * TILHADA (AUDITLOG) REGISTRANDO O TERMINO DESTE RUN
      *****************************************************
       9900-REGISTRAR-AUDITORIA.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCOB7" TO AU-PROGRAMA.
           MOVE "FIM NORMAL DO RUN" TO AU-EVENTO.
           MOVE WRK-MATRICULA TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9900-REGISTRAR-AUDITORIA-EXIT.
           EXIT.

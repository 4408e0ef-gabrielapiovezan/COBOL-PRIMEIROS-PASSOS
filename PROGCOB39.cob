       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB39.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: MANUTENCAO DAS OFERTAS DE DISCIPLINA
      *           (OFERTAS) DE UM SEMESTRE: QUAIS DISCIPLINAS
      *           CADA TURMA TEM NO SEMESTRE E QUEM AS LECIONA.
      *           INCLUSAO, CONSULTA, TROCA DE PROFESSOR,
      *           EXCLUSAO E LISTAGEM. A DISCIPLINA TEM DE
      *           ESTAR NO DISCTAB E O PROFESSOR CADASTRADO E
      *           ATIVO NO PROFTAB (PROGCOB38). CADA ALTERACAO
      *           SAI NA TRILHA DE AUDITORIA COM A TURMA +
      *           DISCIPLINA NA CHAVE. AS OFERTAS ALIMENTAM O
      *           PROFESSOR GRAVADO PELO PROGCOB07 NO HISTALUN
      *           E O RELATORIO DE NOTAS PENDENTES PROGCOB40
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
           SELECT OFERTAS-DISCIPLINA ASSIGN TO "OFERTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OF-CHAVE
               FILE STATUS IS WRK-FS-OFERTAS.
           SELECT TABELA-PROFESSORES ASSIGN TO "PROFTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CODIGO
               FILE STATUS IS WRK-FS-PROFESSORES.
           SELECT TABELA-DISCIPLINAS ASSIGN TO "DISCTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISC.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
       FD  OFERTAS-DISCIPLINA.
           COPY OFERREC.
       FD  TABELA-PROFESSORES.
           COPY PROFREC.
       FD  TABELA-DISCIPLINAS.
           COPY DISCREC.
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-OFERTAS   PIC X(02) VALUE SPACES.
       77 WRK-FS-PROFESSORES PIC X(02) VALUE SPACES.
       77 WRK-FS-DISC      PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-TABELA-OK    PIC X(01) VALUE 'N'.
           88 TABELA-ABERTA         VALUE 'S'.
       77 WRK-PROF-OK      PIC X(01) VALUE 'N'.
           88 PROFESSORES-ABERTOS   VALUE 'S'.
       77 WRK-OPCAO        PIC 9(01) VALUE 9.
           88 SAIR-DO-MENU          VALUE 0.
      *---------------------------------------------------
      * SEMESTRE DA SESSAO DE MANUTENCAO (AAAAMM, MES DE
      * 01 A 12), PEDIDO NA ABERTURA
      *---------------------------------------------------
       01 WRK-SEMESTRE.
           05 WRK-SEM-ANO      PIC X(04).
           05 WRK-SEM-MES      PIC X(02).
       01 WRK-SEMESTRE-NUM REDEFINES WRK-SEMESTRE.
           05 WRK-SEM-ANO-NUM  PIC 9(04).
           05 WRK-SEM-MES-NUM  PIC 9(02).
       77 WRK-SEMESTRE-OK  PIC X(01) VALUE 'N'.
           88 SEMESTRE-VALIDO       VALUE 'S'.
       77 WRK-TURMA        PIC X(05) VALUE SPACES.
       77 WRK-DISCIPLINA   PIC X(04) VALUE SPACES.
       77 WRK-PROFESSOR    PIC X(06) VALUE SPACES.
       77 WRK-REG-ACHADO   PIC X(01) VALUE 'N'.
           88 REGISTRO-ACHADO       VALUE 'S'.
       77 WRK-PROF-VALIDO  PIC X(01) VALUE 'N'.
           88 PROFESSOR-VALIDO      VALUE 'S'.
       77 WRK-FIM-OFERTAS  PIC X(01) VALUE 'N'.
           88 FIM-OFERTAS           VALUE 'S'.
       77 WRK-QTDE-LISTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
           88 CONFIRMOU             VALUE 'S'.
       77 WRK-NOME-PROF    PIC X(30) VALUE SPACES.
      *---------------------------------------------------
      * TABELA DE DISCIPLINAS CARREGADA DO DISCTAB. SEM O
      * ARQUIVO A DISCIPLINA NAO E CONFERIDA
      *---------------------------------------------------
       77 WRK-FIM-DISC     PIC X(01) VALUE 'N'.
           88 FIM-DISCIPLINAS       VALUE 'S'.
       77 WRK-DISC-ATIVA   PIC X(01) VALUE 'N'.
           88 DISCTAB-CARREGADO     VALUE 'S'.
       77 WRK-DISC-ACHADA  PIC X(01) VALUE 'N'.
           88 DISCIPLINA-ACHADA     VALUE 'S'.
       77 WRK-QTDE-DISC    PIC 9(03) VALUE ZEROS.
       77 WRK-IND-DISC     PIC 9(03) VALUE ZEROS.
       01 TAB-DISCIPLINAS.
           05 DSC-CODIGO       PIC X(04) OCCURS 100 TIMES.
      *---------------------------------------------------
      * EVENTO E CHAVE (TURMA + DISCIPLINA) DA ALTERACAO
      * PARA A TRILHA DE AUDITORIA; A ULTIMA CHAVE TOCADA
      * VAI NO REGISTRO DE TERMINO
      *---------------------------------------------------
       77 WRK-EVENTO-AUDIT PIC X(20) VALUE SPACES.
       77 WRK-CHAVE-USADA  PIC X(09) VALUE SPACES.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF TABELA-ABERTA
               PERFORM 2000-EXIBIR-MENU THRU 2000-EXIBIR-MENU-EXIT
                   UNTIL SAIR-DO-MENU
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
           GOBACK.

      *****************************************************
      * ACRESCENTA NA TRILHA DE AUDITORIA O REGISTRO DE
      * INICIO DO RUN, COMO PRIMEIRA ACAO DO PROGRAMA - UM
      * RUN QUE CAI DEIXA O INICIO SEM O PAR DE TERMINO E O
      * PROGCOB09 APONTA O RUN INCOMPLETO
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB39" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

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
      * ABRE AS OFERTAS PARA LEITURA E ATUALIZACAO (CRIANDO
      * O ARQUIVO NA PRIMEIRA CHAMADA) E O CADASTRO DE
      * PROFESSORES PARA CONSULTA, CARREGA O DISCTAB E PEDE
      * O SEMESTRE DA SESSAO. SEM O PROFTAB NAO HA COMO
      * ATRIBUIR PROFESSOR E A SESSAO NAO ABRE
      *****************************************************
       1000-INICIALIZAR.
           MOVE 9 TO WRK-OPCAO.
           MOVE SPACES TO WRK-CHAVE-USADA.
           MOVE 'N' TO WRK-TABELA-OK.
           MOVE 'N' TO WRK-PROF-OK.
           OPEN INPUT TABELA-PROFESSORES.
           IF WRK-FS-PROFESSORES = "00"
               MOVE 'S' TO WRK-PROF-OK
           ELSE
               DISPLAY 'PROFTAB INDISPONIVEL (STATUS '
                   WRK-FS-PROFESSORES ') - CADASTRE OS PROFESSORES'
                   ' ANTES DAS OFERTAS'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN I-O OFERTAS-DISCIPLINA.
           IF WRK-FS-OFERTAS = "35"
               OPEN OUTPUT OFERTAS-DISCIPLINA
               CLOSE OFERTAS-DISCIPLINA
               OPEN I-O OFERTAS-DISCIPLINA
           END-IF.
           IF WRK-FS-OFERTAS = "00"
               MOVE 'S' TO WRK-TABELA-OK
           ELSE
               DISPLAY 'OFERTAS INDISPONIVEL (STATUS ' WRK-FS-OFERTAS
                   ')'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1200-CARREGAR-DISCIPLINAS
               THRU 1200-CARREGAR-DISCIPLINAS-EXIT.
           MOVE 'N' TO WRK-SEMESTRE-OK.
           PERFORM 1100-LER-SEMESTRE THRU 1100-LER-SEMESTRE-EXIT
               UNTIL SEMESTRE-VALIDO.
       1000-INICIALIZAR-EXIT.
           EXIT.

       1100-LER-SEMESTRE.
           DISPLAY 'SEMESTRE DAS OFERTAS (AAAAMM): '
               WITH NO ADVANCING.
           ACCEPT WRK-SEMESTRE FROM CONSOLE.
           IF WRK-SEMESTRE NOT NUMERIC
               DISPLAY 'SEMESTRE NAO NUMERICO - REDIGITE'
               GO TO 1100-LER-SEMESTRE-EXIT
           END-IF.
           IF WRK-SEM-MES-NUM < 01 OR WRK-SEM-MES-NUM > 12
               DISPLAY 'MES DO SEMESTRE INVALIDO - REDIGITE'
               GO TO 1100-LER-SEMESTRE-EXIT
           END-IF.
           MOVE 'S' TO WRK-SEMESTRE-OK.
       1100-LER-SEMESTRE-EXIT.
           EXIT.

      *****************************************************
      * CARREGA OS CODIGOS DO DISCTAB. SEM O ARQUIVO A
      * DISCIPLINA DA OFERTA NAO E CONFERIDA
      *****************************************************
       1200-CARREGAR-DISCIPLINAS.
           MOVE 'N' TO WRK-DISC-ATIVA.
           OPEN INPUT TABELA-DISCIPLINAS.
           IF WRK-FS-DISC NOT = "00"
               DISPLAY 'DISCTAB NAO ENCONTRADO - DISCIPLINA DA'
                   ' OFERTA NAO CONFERIDA'
               GO TO 1200-CARREGAR-DISCIPLINAS-EXIT
           END-IF.
           MOVE 'S' TO WRK-DISC-ATIVA.
           PERFORM 1250-LER-DISCIPLINA THRU 1250-LER-DISCIPLINA-EXIT
               UNTIL FIM-DISCIPLINAS.
           CLOSE TABELA-DISCIPLINAS.
       1200-CARREGAR-DISCIPLINAS-EXIT.
           EXIT.

       1250-LER-DISCIPLINA.
           READ TABELA-DISCIPLINAS
               AT END
                   MOVE 'S' TO WRK-FIM-DISC
               NOT AT END
                   IF WRK-QTDE-DISC < 100
                       ADD 1 TO WRK-QTDE-DISC
                       MOVE DT-CODIGO TO DSC-CODIGO (WRK-QTDE-DISC)
                   ELSE
                       DISPLAY 'TABELA DE DISCIPLINAS CHEIA -'
                           ' DISCIPLINA ' DT-CODIGO ' IGNORADA'
                   END-IF
           END-READ.
       1250-LER-DISCIPLINA-EXIT.
           EXIT.

      *****************************************************
      * EXIBE O MENU DE MANUTENCAO, LE A OPCAO E DESPACHA.
      * REPETE ENQUANTO A OPCAO FOR INVALIDA
      *****************************************************
       2000-EXIBIR-MENU.
           DISPLAY "====== OFERTAS DE DISCIPLINA - SEMESTRE "
               WRK-SEMESTRE " ======".
           DISPLAY "1 - INCLUIR OFERTA".
           DISPLAY "2 - CONSULTAR OFERTA".
           DISPLAY "3 - TROCAR O PROFESSOR DA OFERTA".
           DISPLAY "4 - EXCLUIR OFERTA".
           DISPLAY "5 - LISTAR AS OFERTAS DO SEMESTRE".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 3000-INCLUIR THRU 3000-INCLUIR-EXIT
               WHEN 2
                   PERFORM 4000-CONSULTAR THRU 4000-CONSULTAR-EXIT
               WHEN 3
                   PERFORM 5000-TROCAR-PROFESSOR
                       THRU 5000-TROCAR-PROFESSOR-EXIT
               WHEN 4
                   PERFORM 6000-EXCLUIR THRU 6000-EXCLUIR-EXIT
               WHEN 5
                   PERFORM 7000-LISTAR THRU 7000-LISTAR-EXIT
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - ESCOLHA DE 0 A 5'
           END-EVALUATE.
       2000-EXIBIR-MENU-EXIT.
           EXIT.

      *****************************************************
      * INCLUI UMA OFERTA NOVA NO SEMESTRE DA SESSAO: TURMA
      * NAO EM BRANCO, DISCIPLINA DO DISCTAB, OFERTA AINDA
      * NAO CADASTRADA E PROFESSOR CADASTRADO E ATIVO
      *****************************************************
       3000-INCLUIR.
           DISPLAY 'TURMA (5): ' WITH NO ADVANCING.
           ACCEPT WRK-TURMA FROM CONSOLE.
           IF WRK-TURMA = SPACES
               DISPLAY 'TURMA EM BRANCO - NADA INCLUIDO'
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           DISPLAY 'DISCIPLINA (4): ' WITH NO ADVANCING.
           ACCEPT WRK-DISCIPLINA FROM CONSOLE.
           IF WRK-DISCIPLINA = SPACES
               DISPLAY 'DISCIPLINA EM BRANCO - NADA INCLUIDO'
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           PERFORM 3100-CONFERIR-DISCIPLINA
               THRU 3100-CONFERIR-DISCIPLINA-EXIT.
           IF NOT DISCIPLINA-ACHADA
               DISPLAY 'DISCIPLINA ' WRK-DISCIPLINA ' NAO CADASTRADA'
                   ' NO DISCTAB - NADA INCLUIDO'
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           MOVE WRK-SEMESTRE TO OF-SEMESTRE.
           MOVE WRK-TURMA TO OF-TURMA.
           MOVE WRK-DISCIPLINA TO OF-DISCIPLINA.
           READ OFERTAS-DISCIPLINA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'OFERTA ' WRK-TURMA ' ' WRK-DISCIPLINA
                       ' JA CADASTRADA - USE A OPCAO 3 PARA TROCAR'
                       ' O PROFESSOR'
                   GO TO 3000-INCLUIR-EXIT
           END-READ.
           PERFORM 3300-LER-PROFESSOR THRU 3300-LER-PROFESSOR-EXIT.
           IF NOT PROFESSOR-VALIDO
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           MOVE WRK-SEMESTRE TO OF-SEMESTRE.
           MOVE WRK-TURMA TO OF-TURMA.
           MOVE WRK-DISCIPLINA TO OF-DISCIPLINA.
           MOVE WRK-PROFESSOR TO OF-PROFESSOR.
           ACCEPT OF-DATA-ALTERACAO FROM DATE YYYYMMDD.
           WRITE OFERTA-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR OFERTA ' OF-CHAVE
               NOT INVALID KEY
                   DISPLAY 'OFERTA INCLUIDA: ' OF-TURMA ' '
                       OF-DISCIPLINA ' PROFESSOR ' OF-PROFESSOR
                   MOVE 'OFERTA INCLUIDA' TO WRK-EVENTO-AUDIT
                   PERFORM 8000-REGISTRAR-ALTERACAO
                       THRU 8000-REGISTRAR-ALTERACAO-EXIT
           END-WRITE.
       3000-INCLUIR-EXIT.
           EXIT.

      *****************************************************
      * PROCURA A DISCIPLINA DIGITADA NA TABELA DO DISCTAB;
      * SEM O DISCTAB TODA DISCIPLINA E ACEITA
      *****************************************************
       3100-CONFERIR-DISCIPLINA.
           MOVE 'N' TO WRK-DISC-ACHADA.
           IF NOT DISCTAB-CARREGADO
               MOVE 'S' TO WRK-DISC-ACHADA
               GO TO 3100-CONFERIR-DISCIPLINA-EXIT
           END-IF.
           MOVE ZEROS TO WRK-IND-DISC.
           PERFORM 3150-COMPARAR-DISCIPLINA
               THRU 3150-COMPARAR-DISCIPLINA-EXIT
               UNTIL DISCIPLINA-ACHADA
                   OR WRK-IND-DISC NOT < WRK-QTDE-DISC.
       3100-CONFERIR-DISCIPLINA-EXIT.
           EXIT.

       3150-COMPARAR-DISCIPLINA.
           ADD 1 TO WRK-IND-DISC.
           IF DSC-CODIGO (WRK-IND-DISC) = WRK-DISCIPLINA
               MOVE 'S' TO WRK-DISC-ACHADA
           END-IF.
       3150-COMPARAR-DISCIPLINA-EXIT.
           EXIT.

      *****************************************************
      * LE O CODIGO DO PROFESSOR E O CONFERE NO PROFTAB:
      * TEM DE ESTAR CADASTRADO E ATIVO
      *****************************************************
       3300-LER-PROFESSOR.
           MOVE 'N' TO WRK-PROF-VALIDO.
           DISPLAY 'CODIGO DO PROFESSOR (6): ' WITH NO ADVANCING.
           ACCEPT WRK-PROFESSOR FROM CONSOLE.
           MOVE WRK-PROFESSOR TO PR-CODIGO.
           READ TABELA-PROFESSORES
               INVALID KEY
                   DISPLAY 'PROFESSOR ' WRK-PROFESSOR
                       ' NAO CADASTRADO NO PROFTAB - NADA GRAVADO'
                   GO TO 3300-LER-PROFESSOR-EXIT
           END-READ.
           IF PR-INATIVO
               DISPLAY 'PROFESSOR ' WRK-PROFESSOR ' ' PR-NOME
                   ' INATIVO - NADA GRAVADO'
               GO TO 3300-LER-PROFESSOR-EXIT
           END-IF.
           DISPLAY 'PROFESSOR: ' PR-NOME.
           MOVE 'S' TO WRK-PROF-VALIDO.
       3300-LER-PROFESSOR-EXIT.
           EXIT.

      *****************************************************
      * LE A TURMA E A DISCIPLINA INFORMADAS PELO OPERADOR
      * E BUSCA A OFERTA NO SEMESTRE DA SESSAO, SINALIZANDO
      * SE FOI ACHADA
      *****************************************************
       3500-LOCALIZAR-REGISTRO.
           MOVE 'N' TO WRK-REG-ACHADO.
           DISPLAY 'TURMA (5): ' WITH NO ADVANCING.
           ACCEPT WRK-TURMA FROM CONSOLE.
           DISPLAY 'DISCIPLINA (4): ' WITH NO ADVANCING.
           ACCEPT WRK-DISCIPLINA FROM CONSOLE.
           MOVE WRK-SEMESTRE TO OF-SEMESTRE.
           MOVE WRK-TURMA TO OF-TURMA.
           MOVE WRK-DISCIPLINA TO OF-DISCIPLINA.
           READ OFERTAS-DISCIPLINA
               INVALID KEY
                   DISPLAY 'OFERTA ' WRK-TURMA ' ' WRK-DISCIPLINA
                       ' NAO CADASTRADA NO SEMESTRE ' WRK-SEMESTRE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-REG-ACHADO
                   MOVE OF-CHAVE (7:9) TO WRK-CHAVE-USADA
           END-READ.
       3500-LOCALIZAR-REGISTRO-EXIT.
           EXIT.

      *****************************************************
      * EXIBE A OFERTA CORRENTE COM O NOME DO PROFESSOR
      * (PROFESSOR QUE SAIU DO PROFTAB APARECE SEM NOME)
      *****************************************************
       3600-EXIBIR-REGISTRO.
           MOVE OF-PROFESSOR TO PR-CODIGO.
           READ TABELA-PROFESSORES
               INVALID KEY
                   MOVE '*** NAO CADASTRADO ***' TO WRK-NOME-PROF
               NOT INVALID KEY
                   MOVE PR-NOME TO WRK-NOME-PROF
           END-READ.
           DISPLAY 'OFERTA: ' OF-TURMA ' ' OF-DISCIPLINA
               ' PROFESSOR: ' OF-PROFESSOR ' ' WRK-NOME-PROF.
       3600-EXIBIR-REGISTRO-EXIT.
           EXIT.

       4000-CONSULTAR.
           PERFORM 3500-LOCALIZAR-REGISTRO
               THRU 3500-LOCALIZAR-REGISTRO-EXIT.
           IF REGISTRO-ACHADO
               PERFORM 3600-EXIBIR-REGISTRO
                   THRU 3600-EXIBIR-REGISTRO-EXIT
           END-IF.
       4000-CONSULTAR-EXIT.
           EXIT.

      *****************************************************
      * TROCA O PROFESSOR DA OFERTA LOCALIZADA. AS NOTAS JA
      * GRAVADAS NO HISTALUN FICAM COM O PROFESSOR DA EPOCA
      *****************************************************
       5000-TROCAR-PROFESSOR.
           PERFORM 3500-LOCALIZAR-REGISTRO
               THRU 3500-LOCALIZAR-REGISTRO-EXIT.
           IF NOT REGISTRO-ACHADO
               GO TO 5000-TROCAR-PROFESSOR-EXIT
           END-IF.
           PERFORM 3600-EXIBIR-REGISTRO
               THRU 3600-EXIBIR-REGISTRO-EXIT.
           PERFORM 3300-LER-PROFESSOR THRU 3300-LER-PROFESSOR-EXIT.
           IF NOT PROFESSOR-VALIDO
               GO TO 5000-TROCAR-PROFESSOR-EXIT
           END-IF.
           IF WRK-PROFESSOR = OF-PROFESSOR
               DISPLAY 'MESMO PROFESSOR - NADA ALTERADO'
               GO TO 5000-TROCAR-PROFESSOR-EXIT
           END-IF.
           MOVE WRK-PROFESSOR TO OF-PROFESSOR.
           ACCEPT OF-DATA-ALTERACAO FROM DATE YYYYMMDD.
           REWRITE OFERTA-REG
               INVALID KEY
                   DISPLAY 'ERRO AO ALTERAR OFERTA ' OF-CHAVE
               NOT INVALID KEY
                   PERFORM 3600-EXIBIR-REGISTRO
                       THRU 3600-EXIBIR-REGISTRO-EXIT
                   MOVE 'PROFESSOR TROCADO' TO WRK-EVENTO-AUDIT
                   PERFORM 8000-REGISTRAR-ALTERACAO
                       THRU 8000-REGISTRAR-ALTERACAO-EXIT
           END-REWRITE.
       5000-TROCAR-PROFESSOR-EXIT.
           EXIT.

      *****************************************************
      * EXCLUI A OFERTA LOCALIZADA, COM CONFIRMACAO - A
      * DISCIPLINA DEIXA DE SER COBRADA NO RELATORIO DE
      * NOTAS PENDENTES DA TURMA
      *****************************************************
       6000-EXCLUIR.
           PERFORM 3500-LOCALIZAR-REGISTRO
               THRU 3500-LOCALIZAR-REGISTRO-EXIT.
           IF NOT REGISTRO-ACHADO
               GO TO 6000-EXCLUIR-EXIT
           END-IF.
           PERFORM 3600-EXIBIR-REGISTRO
               THRU 3600-EXIBIR-REGISTRO-EXIT.
           DISPLAY 'EXCLUIR A OFERTA (S/N)? ' WITH NO ADVANCING.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF NOT CONFIRMOU
               DISPLAY 'NADA ALTERADO'
               GO TO 6000-EXCLUIR-EXIT
           END-IF.
           DELETE OFERTAS-DISCIPLINA RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR OFERTA ' OF-CHAVE
               NOT INVALID KEY
                   DISPLAY 'OFERTA EXCLUIDA: ' OF-TURMA ' '
                       OF-DISCIPLINA
                   MOVE 'OFERTA EXCLUIDA' TO WRK-EVENTO-AUDIT
                   PERFORM 8000-REGISTRAR-ALTERACAO
                       THRU 8000-REGISTRAR-ALTERACAO-EXIT
           END-DELETE.
       6000-EXCLUIR-EXIT.
           EXIT.

      *****************************************************
      * LISTA AS OFERTAS DO SEMESTRE DA SESSAO NA ORDEM DA
      * TURMA E DA DISCIPLINA
      *****************************************************
       7000-LISTAR.
           MOVE ZEROS TO WRK-QTDE-LISTADOS.
           MOVE 'N' TO WRK-FIM-OFERTAS.
           MOVE WRK-SEMESTRE TO OF-SEMESTRE.
           MOVE LOW-VALUES TO OF-TURMA OF-DISCIPLINA.
           START OFERTAS-DISCIPLINA KEY IS NOT LESS THAN OF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-OFERTAS.
           PERFORM 7100-LISTAR-OFERTA THRU 7100-LISTAR-OFERTA-EXIT
               UNTIL FIM-OFERTAS.
           DISPLAY 'OFERTAS LISTADAS: ' WRK-QTDE-LISTADOS.
       7000-LISTAR-EXIT.
           EXIT.

       7100-LISTAR-OFERTA.
           READ OFERTAS-DISCIPLINA NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-OFERTAS
                   GO TO 7100-LISTAR-OFERTA-EXIT
           END-READ.
           IF OF-SEMESTRE NOT = WRK-SEMESTRE
               MOVE 'S' TO WRK-FIM-OFERTAS
               GO TO 7100-LISTAR-OFERTA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LISTADOS.
           PERFORM 3600-EXIBIR-REGISTRO
               THRU 3600-EXIBIR-REGISTRO-EXIT.
       7100-LISTAR-OFERTA-EXIT.
           EXIT.

      *****************************************************
      * REGISTRA A ALTERACAO DA OFERTA NA TRILHA DE
      * AUDITORIA, COM A TURMA + DISCIPLINA NA CHAVE (O
      * SEMESTRE E O DA SESSAO)
      *****************************************************
       8000-REGISTRAR-ALTERACAO.
           MOVE OF-CHAVE (7:9) TO WRK-CHAVE-USADA.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB39" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE WRK-EVENTO-AUDIT TO AU-EVENTO.
           MOVE WRK-CHAVE-USADA TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       8000-REGISTRAR-ALTERACAO-EXIT.
           EXIT.

       9999-FINALIZAR.
           IF TABELA-ABERTA
               CLOSE OFERTAS-DISCIPLINA
           END-IF.
           IF PROFESSORES-ABERTOS
               CLOSE TABELA-PROFESSORES
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB39" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE "FIM NORMAL DO RUN" TO AU-EVENTO.
           MOVE WRK-CHAVE-USADA TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.

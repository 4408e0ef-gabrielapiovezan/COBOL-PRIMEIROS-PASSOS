       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB23.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: MANUTENCAO DA TABELA DE CARGOS (CARGOTAB):
      *           INCLUSAO, CONSULTA, ALTERACAO DO TITULO E DA
      *           FAIXA SALARIAL, INATIVACAO/REATIVACAO E
      *           LISTAGEM DOS CARGOS DE UMA COMPANHIA. CADA
      *           ALTERACAO SAI NA TRILHA DE AUDITORIA COM A
      *           COMPANHIA + CODIGO NA CHAVE. O PROGCOB02, O
      *           PROGCOB02B E O PROGCOB03 PASSAM A RECUSAR
      *           CODIGO DE CARGO QUE NAO ESTA NESTA TABELA
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - O EMP-CARGO ERA UM
      *                    CODIGO LIVRE SEM NADA POR TRAS E
      *                    QUALQUER ERRO DE DIGITACAO VIRAVA UM
      *                    CARGO NOVO
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA-CARGOS ASSIGN TO "CARGOTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CHAVE
               FILE STATUS IS WRK-FS-CARGOS.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
       FD  TABELA-CARGOS.
           COPY CARGOREC.
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-CARGOS    PIC X(02) VALUE SPACES.
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
       77 WRK-OPCAO        PIC 9(01) VALUE 9.
           88 SAIR-DO-MENU          VALUE 0.
       77 WRK-COMPANHIA    PIC X(02) VALUE '01'.
       77 WRK-CODIGO       PIC X(04) VALUE SPACES.
       77 WRK-TITULO       PIC X(30) VALUE SPACES.
       77 WRK-REG-ACHADO   PIC X(01) VALUE 'N'.
           88 REGISTRO-ACHADO       VALUE 'S'.
       77 WRK-FIM-CARGOS   PIC X(01) VALUE 'N'.
           88 FIM-CARGOS            VALUE 'S'.
       77 WRK-QTDE-LISTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
           88 CONFIRMOU             VALUE 'S'.
      *---------------------------------------------------
      * FAIXA SALARIAL DIGITADA (8 DIGITOS, DUAS CASAS
      * IMPLICITAS, COMO O MESTRE GUARDA O SALARIO)
      *---------------------------------------------------
       01 WRK-MINIMO-X         PIC X(08) VALUE ZEROS.
       01 WRK-MINIMO REDEFINES WRK-MINIMO-X
                               PIC 9(06)V99.
       01 WRK-MAXIMO-X         PIC X(08) VALUE ZEROS.
       01 WRK-MAXIMO REDEFINES WRK-MAXIMO-X
                               PIC 9(06)V99.
       77 WRK-FAIXA-OK     PIC X(01) VALUE 'N'.
           88 FAIXA-VALIDA          VALUE 'S'.
       77 WRK-MINIMO-ED    PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MAXIMO-ED    PIC ZZZ.ZZ9,99 VALUE ZEROS.
      *---------------------------------------------------
      * EVENTO E CHAVE (COMPANHIA + CODIGO) DA ALTERACAO
      * PARA A TRILHA DE AUDITORIA; A ULTIMA CHAVE TOCADA
      * VAI NO REGISTRO DE TERMINO
      *---------------------------------------------------
       77 WRK-EVENTO-AUDIT PIC X(20) VALUE SPACES.
       77 WRK-CHAVE-USADA  PIC X(06) VALUE SPACES.
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
           MOVE "PROGCB23" TO AU-PROGRAMA.
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
      * ABRE A TABELA DE CARGOS PARA LEITURA E ATUALIZACAO,
      * CRIANDO-A NA PRIMEIRA CHAMADA, E PEDE A COMPANHIA
      * DA SESSAO DE MANUTENCAO (BRANCO = '01')
      *****************************************************
       1000-INICIALIZAR.
           MOVE 9 TO WRK-OPCAO.
           MOVE SPACES TO WRK-CHAVE-USADA.
           MOVE 'N' TO WRK-TABELA-OK.
           OPEN I-O TABELA-CARGOS.
           IF WRK-FS-CARGOS = "35"
               OPEN OUTPUT TABELA-CARGOS
               CLOSE TABELA-CARGOS
               OPEN I-O TABELA-CARGOS
           END-IF.
           IF WRK-FS-CARGOS = "00"
               MOVE 'S' TO WRK-TABELA-OK
           ELSE
               DISPLAY 'CARGOTAB INDISPONIVEL (STATUS ' WRK-FS-CARGOS
                   ')'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           DISPLAY 'COMPANHIA (BRANCO = 01): ' WITH NO ADVANCING.
           ACCEPT WRK-COMPANHIA FROM CONSOLE.
           IF WRK-COMPANHIA = SPACES
               MOVE '01' TO WRK-COMPANHIA
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * EXIBE O MENU DE MANUTENCAO, LE A OPCAO E DESPACHA.
      * REPETE ENQUANTO A OPCAO FOR INVALIDA
      *****************************************************
       2000-EXIBIR-MENU.
           DISPLAY "====== MANUTENCAO DA TABELA DE CARGOS - CIA "
               WRK-COMPANHIA " ======".
           DISPLAY "1 - INCLUIR CARGO".
           DISPLAY "2 - CONSULTAR CARGO".
           DISPLAY "3 - ALTERAR O TITULO E A FAIXA SALARIAL".
           DISPLAY "4 - INATIVAR/REATIVAR CARGO".
           DISPLAY "5 - LISTAR OS CARGOS DA COMPANHIA".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 3000-INCLUIR THRU 3000-INCLUIR-EXIT
               WHEN 2
                   PERFORM 4000-CONSULTAR THRU 4000-CONSULTAR-EXIT
               WHEN 3
                   PERFORM 5000-ALTERAR THRU 5000-ALTERAR-EXIT
               WHEN 4
                   PERFORM 6000-INATIVAR THRU 6000-INATIVAR-EXIT
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
      * INCLUI UM CARGO NOVO NA COMPANHIA: CODIGO NAO EM
      * BRANCO E AINDA NAO CADASTRADO, TITULO NAO EM BRANCO
      * E FAIXA SALARIAL VALIDA. O CARGO SAI ATIVO
      *****************************************************
       3000-INCLUIR.
           DISPLAY 'CODIGO DO CARGO (4): ' WITH NO ADVANCING.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           IF WRK-CODIGO = SPACES
               DISPLAY 'CODIGO EM BRANCO - NADA INCLUIDO'
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           MOVE WRK-COMPANHIA TO CG-COMPANHIA.
           MOVE WRK-CODIGO TO CG-CODIGO.
           READ TABELA-CARGOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'CARGO ' WRK-CODIGO ' JA CADASTRADO - USE'
                       ' A OPCAO 3 PARA ALTERAR'
                   GO TO 3000-INCLUIR-EXIT
           END-READ.
           MOVE SPACES TO WRK-TITULO.
           PERFORM 3200-LER-TITULO THRU 3200-LER-TITULO-EXIT
               UNTIL WRK-TITULO NOT = SPACES.
           MOVE 'N' TO WRK-FAIXA-OK.
           PERFORM 3300-LER-FAIXA THRU 3300-LER-FAIXA-EXIT
               UNTIL FAIXA-VALIDA.
           MOVE WRK-COMPANHIA TO CG-COMPANHIA.
           MOVE WRK-CODIGO TO CG-CODIGO.
           MOVE WRK-TITULO TO CG-TITULO.
           MOVE WRK-MINIMO TO CG-SAL-MINIMO.
           MOVE WRK-MAXIMO TO CG-SAL-MAXIMO.
           MOVE 'A' TO CG-SITUACAO.
           ACCEPT CG-DATA-ALTERACAO FROM DATE YYYYMMDD.
           WRITE CARGO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CARGO ' CG-CHAVE
               NOT INVALID KEY
                   MOVE CG-CHAVE TO WRK-CHAVE-USADA
                   DISPLAY 'CARGO INCLUIDO: ' CG-CODIGO ' ' CG-TITULO
                   MOVE 'CARGO INCLUIDO' TO WRK-EVENTO-AUDIT
                   PERFORM 8000-REGISTRAR-ALTERACAO
                       THRU 8000-REGISTRAR-ALTERACAO-EXIT
           END-WRITE.
       3000-INCLUIR-EXIT.
           EXIT.

       3200-LER-TITULO.
           DISPLAY 'TITULO DO CARGO (30): ' WITH NO ADVANCING.
           ACCEPT WRK-TITULO FROM CONSOLE.
           IF WRK-TITULO = SPACES
               DISPLAY 'TITULO EM BRANCO - REDIGITE'
           END-IF.
       3200-LER-TITULO-EXIT.
           EXIT.

      *****************************************************
      * LE A FAIXA SALARIAL: MINIMO E MAXIMO NUMERICOS, O
      * MINIMO MAIOR QUE ZERO E O MAXIMO NAO MENOR QUE O
      * MINIMO
      *****************************************************
       3300-LER-FAIXA.
           DISPLAY 'SALARIO MINIMO (8 DIGITOS, 2 CASAS IMPLICITAS,'
               ' EX. 00250000 = 2.500,00): ' WITH NO ADVANCING.
           ACCEPT WRK-MINIMO-X FROM CONSOLE.
           DISPLAY 'SALARIO MAXIMO (8 DIGITOS, 2 CASAS IMPLICITAS): '
               WITH NO ADVANCING.
           ACCEPT WRK-MAXIMO-X FROM CONSOLE.
           IF WRK-MINIMO-X NOT NUMERIC OR WRK-MAXIMO-X NOT NUMERIC
               DISPLAY 'FAIXA NAO NUMERICA - REDIGITE'
               GO TO 3300-LER-FAIXA-EXIT
           END-IF.
           IF WRK-MINIMO = ZEROS
               DISPLAY 'SALARIO MINIMO ZERADO - REDIGITE'
               GO TO 3300-LER-FAIXA-EXIT
           END-IF.
           IF WRK-MAXIMO < WRK-MINIMO
               DISPLAY 'MAXIMO MENOR QUE O MINIMO - REDIGITE'
               GO TO 3300-LER-FAIXA-EXIT
           END-IF.
           MOVE 'S' TO WRK-FAIXA-OK.
       3300-LER-FAIXA-EXIT.
           EXIT.

      *****************************************************
      * LE O CODIGO INFORMADO PELO OPERADOR E BUSCA O CARGO
      * NA COMPANHIA DA SESSAO, SINALIZANDO SE FOI ACHADO
      *****************************************************
       3500-LOCALIZAR-REGISTRO.
           MOVE 'N' TO WRK-REG-ACHADO.
           DISPLAY 'CODIGO DO CARGO (4): ' WITH NO ADVANCING.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           MOVE WRK-COMPANHIA TO CG-COMPANHIA.
           MOVE WRK-CODIGO TO CG-CODIGO.
           READ TABELA-CARGOS
               INVALID KEY
                   DISPLAY 'CARGO ' WRK-CODIGO ' NAO CADASTRADO NA'
                       ' COMPANHIA ' WRK-COMPANHIA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-REG-ACHADO
                   MOVE CG-CHAVE TO WRK-CHAVE-USADA
           END-READ.
       3500-LOCALIZAR-REGISTRO-EXIT.
           EXIT.

       3600-EXIBIR-REGISTRO.
           MOVE CG-SAL-MINIMO TO WRK-MINIMO-ED.
           MOVE CG-SAL-MAXIMO TO WRK-MAXIMO-ED.
           DISPLAY 'CARGO: ' CG-CODIGO ' ' CG-TITULO
               ' FAIXA: ' WRK-MINIMO-ED ' A ' WRK-MAXIMO-ED
               WITH NO ADVANCING.
           IF CG-INATIVO
               DISPLAY ' SITUACAO: INATIVO'
           ELSE
               DISPLAY ' SITUACAO: ATIVO'
           END-IF.
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
      * ALTERA O TITULO (BRANCO MANTEM) E A FAIXA SALARIAL
      * DO CARGO LOCALIZADO
      *****************************************************
       5000-ALTERAR.
           PERFORM 3500-LOCALIZAR-REGISTRO
               THRU 3500-LOCALIZAR-REGISTRO-EXIT.
           IF NOT REGISTRO-ACHADO
               GO TO 5000-ALTERAR-EXIT
           END-IF.
           PERFORM 3600-EXIBIR-REGISTRO
               THRU 3600-EXIBIR-REGISTRO-EXIT.
           DISPLAY 'TITULO NOVO (30, BRANCO MANTEM): '
               WITH NO ADVANCING.
           ACCEPT WRK-TITULO FROM CONSOLE.
           IF WRK-TITULO NOT = SPACES
               MOVE WRK-TITULO TO CG-TITULO
           END-IF.
           MOVE 'N' TO WRK-FAIXA-OK.
           PERFORM 3300-LER-FAIXA THRU 3300-LER-FAIXA-EXIT
               UNTIL FAIXA-VALIDA.
           MOVE WRK-MINIMO TO CG-SAL-MINIMO.
           MOVE WRK-MAXIMO TO CG-SAL-MAXIMO.
           ACCEPT CG-DATA-ALTERACAO FROM DATE YYYYMMDD.
           REWRITE CARGO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO ALTERAR CARGO ' CG-CHAVE
               NOT INVALID KEY
                   PERFORM 3600-EXIBIR-REGISTRO
                       THRU 3600-EXIBIR-REGISTRO-EXIT
                   MOVE 'CARGO ALTERADO' TO WRK-EVENTO-AUDIT
                   PERFORM 8000-REGISTRAR-ALTERACAO
                       THRU 8000-REGISTRAR-ALTERACAO-EXIT
           END-REWRITE.
       5000-ALTERAR-EXIT.
           EXIT.

      *****************************************************
      * INVERTE A SITUACAO DO CARGO LOCALIZADO, COM
      * CONFIRMACAO. CARGO INATIVO CONTINUA VALENDO PARA
      * QUEM JA O TEM NO MESTRE, MAS NAO E MAIS ACEITO NO
      * CADASTRO NEM NA TROCA DE CARGO
      *****************************************************
       6000-INATIVAR.
           PERFORM 3500-LOCALIZAR-REGISTRO
               THRU 3500-LOCALIZAR-REGISTRO-EXIT.
           IF NOT REGISTRO-ACHADO
               GO TO 6000-INATIVAR-EXIT
           END-IF.
           PERFORM 3600-EXIBIR-REGISTRO
               THRU 3600-EXIBIR-REGISTRO-EXIT.
           IF CG-INATIVO
               DISPLAY 'REATIVAR O CARGO (S/N)? ' WITH NO ADVANCING
           ELSE
               DISPLAY 'INATIVAR O CARGO (S/N)? ' WITH NO ADVANCING
           END-IF.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF NOT CONFIRMOU
               DISPLAY 'NADA ALTERADO'
               GO TO 6000-INATIVAR-EXIT
           END-IF.
           IF CG-INATIVO
               MOVE 'A' TO CG-SITUACAO
               MOVE 'CARGO REATIVADO' TO WRK-EVENTO-AUDIT
           ELSE
               MOVE 'I' TO CG-SITUACAO
               MOVE 'CARGO INATIVADO' TO WRK-EVENTO-AUDIT
           END-IF.
           ACCEPT CG-DATA-ALTERACAO FROM DATE YYYYMMDD.
           REWRITE CARGO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO ALTERAR CARGO ' CG-CHAVE
               NOT INVALID KEY
                   DISPLAY WRK-EVENTO-AUDIT ': ' CG-CODIGO
                   PERFORM 8000-REGISTRAR-ALTERACAO
                       THRU 8000-REGISTRAR-ALTERACAO-EXIT
           END-REWRITE.
       6000-INATIVAR-EXIT.
           EXIT.

      *****************************************************
      * LISTA OS CARGOS DA COMPANHIA DA SESSAO NA ORDEM DO
      * CODIGO
      *****************************************************
       7000-LISTAR.
           MOVE ZEROS TO WRK-QTDE-LISTADOS.
           MOVE 'N' TO WRK-FIM-CARGOS.
           MOVE WRK-COMPANHIA TO CG-COMPANHIA.
           MOVE LOW-VALUES TO CG-CODIGO.
           START TABELA-CARGOS KEY IS NOT LESS THAN CG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CARGOS.
           PERFORM 7100-LISTAR-CARGO THRU 7100-LISTAR-CARGO-EXIT
               UNTIL FIM-CARGOS.
           DISPLAY 'CARGOS LISTADOS: ' WRK-QTDE-LISTADOS.
       7000-LISTAR-EXIT.
           EXIT.

       7100-LISTAR-CARGO.
           READ TABELA-CARGOS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CARGOS
                   GO TO 7100-LISTAR-CARGO-EXIT
           END-READ.
           IF CG-COMPANHIA NOT = WRK-COMPANHIA
               MOVE 'S' TO WRK-FIM-CARGOS
               GO TO 7100-LISTAR-CARGO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LISTADOS.
           PERFORM 3600-EXIBIR-REGISTRO
               THRU 3600-EXIBIR-REGISTRO-EXIT.
       7100-LISTAR-CARGO-EXIT.
           EXIT.

      *****************************************************
      * REGISTRA A ALTERACAO DA TABELA NA TRILHA DE
      * AUDITORIA, COM A COMPANHIA + CODIGO NA CHAVE
      *****************************************************
       8000-REGISTRAR-ALTERACAO.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB23" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE WRK-EVENTO-AUDIT TO AU-EVENTO.
           MOVE CG-CHAVE TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       8000-REGISTRAR-ALTERACAO-EXIT.
           EXIT.

       9999-FINALIZAR.
           IF TABELA-ABERTA
               CLOSE TABELA-CARGOS
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB23" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE "FIM NORMAL DO RUN" TO AU-EVENTO.
           MOVE WRK-CHAVE-USADA TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.

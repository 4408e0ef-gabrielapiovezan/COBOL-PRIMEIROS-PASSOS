       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB43.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: MANUTENCAO DO CADASTRO DE AFASTAMENTOS
      *           (AFASTMST): INCLUSAO DO AFASTAMENTO DE UMA
      *           MATRICULA ATIVA COM O TIPO, A DATA DE INICIO E
      *           O RETORNO PREVISTO, CONSULTA DOS AFASTAMENTOS
      *           DA MATRICULA, REGISTRO DO RETORNO EFETIVO,
      *           ALTERACAO DO TIPO OU DO RETORNO PREVISTO E
      *           CANCELAMENTO DO AFASTAMENTO LANCADO POR
      *           ENGANO. O EMPREGADO CONTINUA ATIVO NO MESTRE;
      *           A FOLHA (PROGCOB04G/PROGCOB04) DEIXA DE PAGAR
      *           OS DIAS DO AFASTAMENTO QUE NAO SAO DA EMPRESA.
      *           CADA ALTERACAO SAI NA TRILHA DE AUDITORIA COM A
      *           MATRICULA E O TIPO NA CHAVE
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - O EMPREGADO
      *                    AFASTADO PELO INSS OU EM LICENCA ERA
      *                    INATIVADO NO MESTRE OU TINHA O
      *                    SALARIO ZERADO NO FOLHAEXC TODO MES
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-AFASTAMENTO ASSIGN TO "AFASTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-CHAVE
               FILE STATUS IS WRK-FS-AFAST.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-AFASTAMENTO.
           COPY AFASTREC.
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-AFAST     PIC X(02) VALUE SPACES.
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-ARQUIVOS-OK  PIC X(01) VALUE 'N'.
           88 ARQUIVOS-ABERTOS      VALUE 'S'.
       77 WRK-OPCAO        PIC 9(01) VALUE 9.
           88 SAIR-DO-MENU          VALUE 0.
       77 WRK-COMPANHIA    PIC X(02) VALUE '01'.
       77 WRK-TIPO         PIC X(02) VALUE SPACES.
           88 TIPO-VALIDO           VALUE 'DO' 'AT' 'MA' 'LN' 'SM'.
       77 WRK-FIM-AFAST    PIC X(01) VALUE 'N'.
           88 FIM-AFASTAMENTOS      VALUE 'S'.
       77 WRK-QTDE-LISTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
           88 CONFIRMOU             VALUE 'S'.
       77 WRK-AFAST-ACHADO PIC X(01) VALUE 'N'.
           88 AFASTAMENTO-ACHADO    VALUE 'S'.
      *---------------------------------------------------
      * MATRICULA DIGITADA E EMPREGADO LOCALIZADO NO MESTRE
      *---------------------------------------------------
       01 WRK-MATRICULA-X      PIC X(06) VALUE ZEROS.
       01 WRK-MATRICULA REDEFINES WRK-MATRICULA-X
                               PIC 9(06).
       77 WRK-EMP-ACHADO   PIC X(01) VALUE 'N'.
           88 EMPREGADO-ACHADO      VALUE 'S'.
      *---------------------------------------------------
      * DATAS DIGITADAS (AAAAMMDD): INICIO, RETORNO PREVISTO
      * E RETORNO EFETIVO. WRK-DATA-LIDA RECEBE CADA UMA
      * PARA A CONFERENCIA DO MES E DO DIA
      *---------------------------------------------------
       01 WRK-DATA-LIDA.
           05 DTL-ANO          PIC 9(04).
           05 DTL-MES          PIC 9(02).
           05 DTL-DIA          PIC 9(02).
       77 WRK-DATA-OK      PIC X(01) VALUE 'N'.
           88 DATA-VALIDA           VALUE 'S'.
       77 WRK-DATA-INICIO  PIC X(08) VALUE SPACES.
       77 WRK-RETORNO-PREV PIC X(08) VALUE SPACES.
       77 WRK-RETORNO-EFET PIC X(08) VALUE SPACES.
      *---------------------------------------------------
      * AFASTAMENTO JA CADASTRADO QUE IMPEDE A INCLUSAO: EM
      * ABERTO (SEM RETORNO) OU COM RETORNO DEPOIS DO NOVO
      * INICIO
      *---------------------------------------------------
       77 WRK-CONFLITO     PIC X(01) VALUE 'N'.
           88 HA-CONFLITO           VALUE 'S'.
       77 WRK-INICIO-CONFLITO PIC X(08) VALUE SPACES.
      *---------------------------------------------------
      * EVENTO DA ALTERACAO PARA A TRILHA DE AUDITORIA; O
      * ULTIMO AFASTAMENTO TOCADO VAI NO REGISTRO DE TERMINO
      *---------------------------------------------------
       77 WRK-EVENTO-AUDIT PIC X(20) VALUE SPACES.
       01 WRK-CHAVE-USADA.
           05 WRK-CHV-MATRICULA PIC X(06) VALUE SPACES.
           05 WRK-CHV-TIPO      PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF ARQUIVOS-ABERTOS
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
           MOVE "PROGCB43" TO AU-PROGRAMA.
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
      * ABRE O CADASTRO DE AFASTAMENTOS PARA LEITURA E
      * ATUALIZACAO, CRIANDO-O NA PRIMEIRA CHAMADA, E O
      * MESTRE PARA CONSULTA; PEDE A COMPANHIA DA SESSAO DE
      * MANUTENCAO (BRANCO = '01')
      *****************************************************
       1000-INICIALIZAR.
           MOVE 9 TO WRK-OPCAO.
           MOVE SPACES TO WRK-CHAVE-USADA.
           MOVE 'N' TO WRK-ARQUIVOS-OK.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST NOT = "00"
               DISPLAY 'EMPMAST INDISPONIVEL (STATUS ' WRK-FS-EMPMAST
                   ')'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN I-O CADASTRO-AFASTAMENTO.
           IF WRK-FS-AFAST = "35"
               OPEN OUTPUT CADASTRO-AFASTAMENTO
               CLOSE CADASTRO-AFASTAMENTO
               OPEN I-O CADASTRO-AFASTAMENTO
           END-IF.
           IF WRK-FS-AFAST NOT = "00"
               DISPLAY 'AFASTMST INDISPONIVEL (STATUS ' WRK-FS-AFAST
                   ')'
               CLOSE EMPLOYEE-MASTER
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           MOVE 'S' TO WRK-ARQUIVOS-OK.
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
           DISPLAY "====== AFASTAMENTOS - CIA " WRK-COMPANHIA
               " ======".
           DISPLAY "1 - INCLUIR AFASTAMENTO".
           DISPLAY "2 - CONSULTAR AFASTAMENTOS DA MATRICULA".
           DISPLAY "3 - REGISTRAR RETORNO".
           DISPLAY "4 - ALTERAR TIPO OU RETORNO PREVISTO".
           DISPLAY "5 - CANCELAR AFASTAMENTO".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 3000-INCLUIR THRU 3000-INCLUIR-EXIT
               WHEN 2
                   PERFORM 4000-CONSULTAR THRU 4000-CONSULTAR-EXIT
               WHEN 3
                   PERFORM 5000-REGISTRAR-RETORNO
                       THRU 5000-REGISTRAR-RETORNO-EXIT
               WHEN 4
                   PERFORM 6000-ALTERAR THRU 6000-ALTERAR-EXIT
               WHEN 5
                   PERFORM 7000-CANCELAR THRU 7000-CANCELAR-EXIT
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - ESCOLHA DE 0 A 5'
           END-EVALUATE.
       2000-EXIBIR-MENU-EXIT.
           EXIT.

      *****************************************************
      * INCLUI O AFASTAMENTO DE UMA MATRICULA ATIVA NO
      * MESTRE. NAO ACEITA NOVO AFASTAMENTO ENQUANTO HOUVER
      * OUTRO EM ABERTO (SEM RETORNO) OU QUE TERMINE DEPOIS
      * DO NOVO INICIO. UM AFASTAMENTO CANCELADO COM A MESMA
      * DATA DE INICIO E REAPROVEITADO
      *****************************************************
       3000-INCLUIR.
           PERFORM 3100-LOCALIZAR-EMPREGADO
               THRU 3100-LOCALIZAR-EMPREGADO-EXIT.
           IF NOT EMPREGADO-ACHADO
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           IF EMP-INATIVO
               DISPLAY 'MATRICULA ' WRK-MATRICULA ' INATIVA - NAO'
                   ' ACEITA AFASTAMENTO'
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           PERFORM 3200-LER-TIPO THRU 3200-LER-TIPO-EXIT.
           IF NOT TIPO-VALIDO
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           DISPLAY 'INICIO DO AFASTAMENTO (AAAAMMDD): '
               WITH NO ADVANCING.
           ACCEPT WRK-DATA-INICIO FROM CONSOLE.
           MOVE WRK-DATA-INICIO TO WRK-DATA-LIDA.
           PERFORM 3300-VALIDAR-DATA THRU 3300-VALIDAR-DATA-EXIT.
           IF NOT DATA-VALIDA
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           PERFORM 3400-LER-RETORNO-PREVISTO
               THRU 3400-LER-RETORNO-PREVISTO-EXIT.
           IF NOT DATA-VALIDA
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           PERFORM 3500-VERIFICAR-CONFLITO
               THRU 3500-VERIFICAR-CONFLITO-EXIT.
           IF HA-CONFLITO
               DISPLAY 'AFASTAMENTO INICIADO EM ' WRK-INICIO-CONFLITO
                   ' EM ABERTO OU TERMINANDO DEPOIS DE '
                   WRK-DATA-INICIO ' - NADA INCLUIDO'
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           MOVE WRK-COMPANHIA TO AF-COMPANHIA.
           MOVE WRK-MATRICULA TO AF-MATRICULA.
           MOVE WRK-DATA-INICIO TO AF-DATA-INICIO.
           READ CADASTRO-AFASTAMENTO
               INVALID KEY
                   MOVE SPACES TO AF-SITUACAO
           END-READ.
           IF AF-CANCELADO
               MOVE WRK-TIPO TO AF-TIPO
               MOVE WRK-RETORNO-PREV TO AF-RETORNO-PREVISTO
               MOVE SPACES TO AF-RETORNO-EFETIVO
               MOVE 'A' TO AF-SITUACAO
               ACCEPT AF-DATA-ALTERACAO FROM DATE YYYYMMDD
               REWRITE AFASTAMENTO-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REATIVAR AFASTAMENTO '
                           AF-DATA-INICIO
                   NOT INVALID KEY
                       DISPLAY 'AFASTAMENTO INCLUIDO: ' AF-MATRICULA
                           ' ' AF-TIPO ' DESDE ' AF-DATA-INICIO
                       MOVE 'AFAST INCLUIDO' TO WRK-EVENTO-AUDIT
                       PERFORM 8000-REGISTRAR-ALTERACAO
                           THRU 8000-REGISTRAR-ALTERACAO-EXIT
               END-REWRITE
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           MOVE WRK-COMPANHIA TO AF-COMPANHIA.
           MOVE WRK-MATRICULA TO AF-MATRICULA.
           MOVE WRK-DATA-INICIO TO AF-DATA-INICIO.
           MOVE WRK-TIPO TO AF-TIPO.
           MOVE WRK-RETORNO-PREV TO AF-RETORNO-PREVISTO.
           MOVE SPACES TO AF-RETORNO-EFETIVO.
           MOVE 'A' TO AF-SITUACAO.
           ACCEPT AF-DATA-INCLUSAO FROM DATE YYYYMMDD.
           MOVE AF-DATA-INCLUSAO TO AF-DATA-ALTERACAO.
           WRITE AFASTAMENTO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR AFASTAMENTO '
                       AF-DATA-INICIO
               NOT INVALID KEY
                   DISPLAY 'AFASTAMENTO INCLUIDO: ' AF-MATRICULA
                       ' ' AF-TIPO ' DESDE ' AF-DATA-INICIO
                   MOVE 'AFAST INCLUIDO' TO WRK-EVENTO-AUDIT
                   PERFORM 8000-REGISTRAR-ALTERACAO
                       THRU 8000-REGISTRAR-ALTERACAO-EXIT
           END-WRITE.
       3000-INCLUIR-EXIT.
           EXIT.

      *****************************************************
      * LE A MATRICULA E CONSULTA O EMPREGADO NO MESTRE DA
      * COMPANHIA DA SESSAO
      *****************************************************
       3100-LOCALIZAR-EMPREGADO.
           MOVE 'N' TO WRK-EMP-ACHADO.
           DISPLAY 'MATRICULA (6): ' WITH NO ADVANCING.
           ACCEPT WRK-MATRICULA-X FROM CONSOLE.
           IF WRK-MATRICULA-X NOT NUMERIC
               DISPLAY 'MATRICULA NAO NUMERICA'
               GO TO 3100-LOCALIZAR-EMPREGADO-EXIT
           END-IF.
           MOVE WRK-COMPANHIA TO EMP-COMPANHIA.
           MOVE WRK-MATRICULA TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'MATRICULA ' WRK-MATRICULA ' NAO'
                       ' CADASTRADA NA COMPANHIA ' WRK-COMPANHIA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-EMP-ACHADO
                   DISPLAY 'EMPREGADO: ' EMP-NOME
           END-READ.
       3100-LOCALIZAR-EMPREGADO-EXIT.
           EXIT.

      *****************************************************
      * LE O TIPO DO AFASTAMENTO
      *****************************************************
       3200-LER-TIPO.
           DISPLAY 'TIPO (DO = DOENCA, AT = ACIDENTE DE TRABALHO,'
               ' MA = MATERNIDADE,'.
           DISPLAY '      LN = LICENCA NAO REMUNERADA, SM = SERVICO'
               ' MILITAR): ' WITH NO ADVANCING.
           ACCEPT WRK-TIPO FROM CONSOLE.
           IF NOT TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO - INFORME DO, AT, MA, LN OU SM'
           END-IF.
       3200-LER-TIPO-EXIT.
           EXIT.

      *****************************************************
      * CONFERE A DATA EM WRK-DATA-LIDA: NUMERICA, MES DE 01
      * A 12 E DIA DE 01 A 31
      *****************************************************
       3300-VALIDAR-DATA.
           MOVE 'N' TO WRK-DATA-OK.
           IF WRK-DATA-LIDA NOT NUMERIC
               OR DTL-MES < 01 OR DTL-MES > 12
               OR DTL-DIA < 01 OR DTL-DIA > 31
               DISPLAY 'DATA INVALIDA: ' WRK-DATA-LIDA
               GO TO 3300-VALIDAR-DATA-EXIT
           END-IF.
           MOVE 'S' TO WRK-DATA-OK.
       3300-VALIDAR-DATA-EXIT.
           EXIT.

      *****************************************************
      * LE O RETORNO PREVISTO, POSTERIOR AO INICIO DO
      * AFASTAMENTO EM WRK-DATA-INICIO
      *****************************************************
       3400-LER-RETORNO-PREVISTO.
           DISPLAY 'RETORNO PREVISTO (AAAAMMDD): ' WITH NO ADVANCING.
           ACCEPT WRK-RETORNO-PREV FROM CONSOLE.
           MOVE WRK-RETORNO-PREV TO WRK-DATA-LIDA.
           PERFORM 3300-VALIDAR-DATA THRU 3300-VALIDAR-DATA-EXIT.
           IF NOT DATA-VALIDA
               GO TO 3400-LER-RETORNO-PREVISTO-EXIT
           END-IF.
           IF WRK-RETORNO-PREV NOT > WRK-DATA-INICIO
               DISPLAY 'RETORNO PREVISTO DEVE SER POSTERIOR AO INICIO'
                   ' ' WRK-DATA-INICIO
               MOVE 'N' TO WRK-DATA-OK
           END-IF.
       3400-LER-RETORNO-PREVISTO-EXIT.
           EXIT.

      *****************************************************
      * PERCORRE OS AFASTAMENTOS ATIVOS DA MATRICULA
      * PROCURANDO UM EM ABERTO OU COM RETORNO EFETIVO
      * DEPOIS DO NOVO INICIO - DOIS AFASTAMENTOS NO MESMO
      * DIA DESCONTARIAM O DIA DUAS VEZES NA FOLHA
      *****************************************************
       3500-VERIFICAR-CONFLITO.
           MOVE 'N' TO WRK-CONFLITO.
           MOVE 'N' TO WRK-FIM-AFAST.
           MOVE WRK-COMPANHIA TO AF-COMPANHIA.
           MOVE WRK-MATRICULA TO AF-MATRICULA.
           MOVE LOW-VALUES TO AF-DATA-INICIO.
           START CADASTRO-AFASTAMENTO KEY IS NOT LESS THAN AF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-AFAST.
           PERFORM 3510-CONFERIR-AFASTAMENTO
               THRU 3510-CONFERIR-AFASTAMENTO-EXIT
               UNTIL FIM-AFASTAMENTOS OR HA-CONFLITO.
       3500-VERIFICAR-CONFLITO-EXIT.
           EXIT.

       3510-CONFERIR-AFASTAMENTO.
           READ CADASTRO-AFASTAMENTO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-AFAST
                   GO TO 3510-CONFERIR-AFASTAMENTO-EXIT
           END-READ.
           IF AF-COMPANHIA NOT = WRK-COMPANHIA
               OR AF-MATRICULA NOT = WRK-MATRICULA
               MOVE 'S' TO WRK-FIM-AFAST
               GO TO 3510-CONFERIR-AFASTAMENTO-EXIT
           END-IF.
           IF NOT AF-ATIVO
               GO TO 3510-CONFERIR-AFASTAMENTO-EXIT
           END-IF.
           IF AF-RETORNO-EFETIVO = SPACES
               OR AF-RETORNO-EFETIVO > WRK-DATA-INICIO
               MOVE 'S' TO WRK-CONFLITO
               MOVE AF-DATA-INICIO TO WRK-INICIO-CONFLITO
           END-IF.
       3510-CONFERIR-AFASTAMENTO-EXIT.
           EXIT.

      *****************************************************
      * EXIBE O AFASTAMENTO CORRENTE COM AS DATAS E A
      * SITUACAO
      *****************************************************
       3600-EXIBIR-REGISTRO.
           DISPLAY 'INICIO ' AF-DATA-INICIO ' TIPO ' AF-TIPO
               ' RETORNO PREVISTO ' AF-RETORNO-PREVISTO
               WITH NO ADVANCING.
           IF AF-RETORNO-EFETIVO = SPACES
               DISPLAY ' SEM RETORNO' WITH NO ADVANCING
           ELSE
               DISPLAY ' RETORNOU ' AF-RETORNO-EFETIVO
                   WITH NO ADVANCING
           END-IF.
           EVALUATE TRUE
               WHEN AF-ATIVO
                   DISPLAY ' ATIVO'
               WHEN AF-CANCELADO
                   DISPLAY ' CANCELADO'
               WHEN OTHER
                   DISPLAY ' SITUACAO ' AF-SITUACAO
           END-EVALUATE.
       3600-EXIBIR-REGISTRO-EXIT.
           EXIT.

      *****************************************************
      * LISTA OS AFASTAMENTOS DA MATRICULA
      *****************************************************
       4000-CONSULTAR.
           PERFORM 3100-LOCALIZAR-EMPREGADO
               THRU 3100-LOCALIZAR-EMPREGADO-EXIT.
           IF NOT EMPREGADO-ACHADO
               GO TO 4000-CONSULTAR-EXIT
           END-IF.
           MOVE ZEROS TO WRK-QTDE-LISTADOS.
           MOVE 'N' TO WRK-FIM-AFAST.
           MOVE WRK-COMPANHIA TO AF-COMPANHIA.
           MOVE WRK-MATRICULA TO AF-MATRICULA.
           MOVE LOW-VALUES TO AF-DATA-INICIO.
           START CADASTRO-AFASTAMENTO KEY IS NOT LESS THAN AF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-AFAST.
           PERFORM 4100-LISTAR-AFASTAMENTO
               THRU 4100-LISTAR-AFASTAMENTO-EXIT
               UNTIL FIM-AFASTAMENTOS.
           DISPLAY 'AFASTAMENTOS LISTADOS: ' WRK-QTDE-LISTADOS.
       4000-CONSULTAR-EXIT.
           EXIT.

       4100-LISTAR-AFASTAMENTO.
           READ CADASTRO-AFASTAMENTO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-AFAST
                   GO TO 4100-LISTAR-AFASTAMENTO-EXIT
           END-READ.
           IF AF-COMPANHIA NOT = WRK-COMPANHIA
               OR AF-MATRICULA NOT = WRK-MATRICULA
               MOVE 'S' TO WRK-FIM-AFAST
               GO TO 4100-LISTAR-AFASTAMENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LISTADOS.
           PERFORM 3600-EXIBIR-REGISTRO
               THRU 3600-EXIBIR-REGISTRO-EXIT.
       4100-LISTAR-AFASTAMENTO-EXIT.
           EXIT.

      *****************************************************
      * REGISTRA O RETORNO EFETIVO (PRIMEIRO DIA TRABALHADO)
      * DE UM AFASTAMENTO ATIVO AINDA SEM RETORNO - DALI EM
      * DIANTE A FOLHA VOLTA A PAGAR OS DIAS
      *****************************************************
       5000-REGISTRAR-RETORNO.
           PERFORM 5100-LER-AFASTAMENTO
               THRU 5100-LER-AFASTAMENTO-EXIT.
           IF NOT AFASTAMENTO-ACHADO
               GO TO 5000-REGISTRAR-RETORNO-EXIT
           END-IF.
           IF AF-RETORNO-EFETIVO NOT = SPACES
               DISPLAY 'RETORNO JA REGISTRADO EM ' AF-RETORNO-EFETIVO
               GO TO 5000-REGISTRAR-RETORNO-EXIT
           END-IF.
           DISPLAY 'RETORNO EFETIVO - PRIMEIRO DIA TRABALHADO'
               ' (AAAAMMDD): ' WITH NO ADVANCING.
           ACCEPT WRK-RETORNO-EFET FROM CONSOLE.
           MOVE WRK-RETORNO-EFET TO WRK-DATA-LIDA.
           PERFORM 3300-VALIDAR-DATA THRU 3300-VALIDAR-DATA-EXIT.
           IF NOT DATA-VALIDA
               GO TO 5000-REGISTRAR-RETORNO-EXIT
           END-IF.
           IF WRK-RETORNO-EFET NOT > AF-DATA-INICIO
               DISPLAY 'RETORNO DEVE SER POSTERIOR AO INICIO '
                   AF-DATA-INICIO ' - NADA ALTERADO'
               GO TO 5000-REGISTRAR-RETORNO-EXIT
           END-IF.
           MOVE WRK-RETORNO-EFET TO AF-RETORNO-EFETIVO.
           ACCEPT AF-DATA-ALTERACAO FROM DATE YYYYMMDD.
           REWRITE AFASTAMENTO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR RETORNO '
                       AF-DATA-INICIO
               NOT INVALID KEY
                   DISPLAY 'RETORNO REGISTRADO: ' AF-MATRICULA
                       ' EM ' AF-RETORNO-EFETIVO
                   MOVE 'RETORNO REGISTRADO' TO WRK-EVENTO-AUDIT
                   PERFORM 8000-REGISTRAR-ALTERACAO
                       THRU 8000-REGISTRAR-ALTERACAO-EXIT
           END-REWRITE.
       5000-REGISTRAR-RETORNO-EXIT.
           EXIT.

      *****************************************************
      * LE A MATRICULA E A DATA DE INICIO E LOCALIZA O
      * AFASTAMENTO, EXIBINDO-O. SO AFASTAMENTO ATIVO SAI
      * COMO ACHADO
      *****************************************************
       5100-LER-AFASTAMENTO.
           MOVE 'N' TO WRK-AFAST-ACHADO.
           DISPLAY 'MATRICULA (6): ' WITH NO ADVANCING.
           ACCEPT WRK-MATRICULA-X FROM CONSOLE.
           IF WRK-MATRICULA-X NOT NUMERIC
               DISPLAY 'MATRICULA NAO NUMERICA'
               GO TO 5100-LER-AFASTAMENTO-EXIT
           END-IF.
           DISPLAY 'INICIO DO AFASTAMENTO (AAAAMMDD): '
               WITH NO ADVANCING.
           ACCEPT WRK-DATA-INICIO FROM CONSOLE.
           MOVE WRK-COMPANHIA TO AF-COMPANHIA.
           MOVE WRK-MATRICULA TO AF-MATRICULA.
           MOVE WRK-DATA-INICIO TO AF-DATA-INICIO.
           READ CADASTRO-AFASTAMENTO
               INVALID KEY
                   DISPLAY 'AFASTAMENTO DE ' WRK-DATA-INICIO ' NAO'
                       ' CADASTRADO PARA A MATRICULA ' WRK-MATRICULA
                   GO TO 5100-LER-AFASTAMENTO-EXIT
           END-READ.
           PERFORM 3600-EXIBIR-REGISTRO
               THRU 3600-EXIBIR-REGISTRO-EXIT.
           IF NOT AF-ATIVO
               DISPLAY 'AFASTAMENTO CANCELADO NAO PODE SER ALTERADO'
               GO TO 5100-LER-AFASTAMENTO-EXIT
           END-IF.
           MOVE 'S' TO WRK-AFAST-ACHADO.
       5100-LER-AFASTAMENTO-EXIT.
           EXIT.

      *****************************************************
      * ALTERA O TIPO E O RETORNO PREVISTO DE UM AFASTAMENTO
      * ATIVO (EX. DOENCA QUE O INSS RECONHECE COMO ACIDENTE
      * DE TRABALHO, OU LICENCA PRORROGADA)
      *****************************************************
       6000-ALTERAR.
           PERFORM 5100-LER-AFASTAMENTO
               THRU 5100-LER-AFASTAMENTO-EXIT.
           IF NOT AFASTAMENTO-ACHADO
               GO TO 6000-ALTERAR-EXIT
           END-IF.
           PERFORM 3200-LER-TIPO THRU 3200-LER-TIPO-EXIT.
           IF NOT TIPO-VALIDO
               GO TO 6000-ALTERAR-EXIT
           END-IF.
           PERFORM 3400-LER-RETORNO-PREVISTO
               THRU 3400-LER-RETORNO-PREVISTO-EXIT.
           IF NOT DATA-VALIDA
               GO TO 6000-ALTERAR-EXIT
           END-IF.
           MOVE WRK-TIPO TO AF-TIPO.
           MOVE WRK-RETORNO-PREV TO AF-RETORNO-PREVISTO.
           ACCEPT AF-DATA-ALTERACAO FROM DATE YYYYMMDD.
           REWRITE AFASTAMENTO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO ALTERAR AFASTAMENTO '
                       AF-DATA-INICIO
               NOT INVALID KEY
                   DISPLAY 'AFASTAMENTO ALTERADO: ' AF-MATRICULA
                       ' ' AF-TIPO ' DESDE ' AF-DATA-INICIO
                   MOVE 'AFAST ALTERADO' TO WRK-EVENTO-AUDIT
                   PERFORM 8000-REGISTRAR-ALTERACAO
                       THRU 8000-REGISTRAR-ALTERACAO-EXIT
           END-REWRITE.
       6000-ALTERAR-EXIT.
           EXIT.

      *****************************************************
      * CANCELA UM AFASTAMENTO LANCADO POR ENGANO, COM
      * CONFIRMACAO - SAI DO CALCULO DA FOLHA A PARTIR DO
      * PROXIMO RUN. O REGISTRO NAO E EXCLUIDO
      *****************************************************
       7000-CANCELAR.
           PERFORM 5100-LER-AFASTAMENTO
               THRU 5100-LER-AFASTAMENTO-EXIT.
           IF NOT AFASTAMENTO-ACHADO
               GO TO 7000-CANCELAR-EXIT
           END-IF.
           DISPLAY 'CANCELAR O AFASTAMENTO (S/N)? ' WITH NO ADVANCING.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF NOT CONFIRMOU
               DISPLAY 'NADA ALTERADO'
               GO TO 7000-CANCELAR-EXIT
           END-IF.
           MOVE 'C' TO AF-SITUACAO.
           ACCEPT AF-DATA-ALTERACAO FROM DATE YYYYMMDD.
           REWRITE AFASTAMENTO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO CANCELAR AFASTAMENTO '
                       AF-DATA-INICIO
               NOT INVALID KEY
                   DISPLAY 'AFASTAMENTO CANCELADO: ' AF-MATRICULA
                       ' DESDE ' AF-DATA-INICIO
                   MOVE 'AFAST CANCELADO' TO WRK-EVENTO-AUDIT
                   PERFORM 8000-REGISTRAR-ALTERACAO
                       THRU 8000-REGISTRAR-ALTERACAO-EXIT
           END-REWRITE.
       7000-CANCELAR-EXIT.
           EXIT.

      *****************************************************
      * REGISTRA A ALTERACAO DO CADASTRO NA TRILHA DE
      * AUDITORIA, COM A MATRICULA E O TIPO NA CHAVE
      *****************************************************
       8000-REGISTRAR-ALTERACAO.
           MOVE AF-MATRICULA TO WRK-CHV-MATRICULA.
           MOVE AF-TIPO TO WRK-CHV-TIPO.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB43" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE WRK-EVENTO-AUDIT TO AU-EVENTO.
           MOVE WRK-CHAVE-USADA TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       8000-REGISTRAR-ALTERACAO-EXIT.
           EXIT.

       9999-FINALIZAR.
           IF ARQUIVOS-ABERTOS
               CLOSE CADASTRO-AFASTAMENTO
               CLOSE EMPLOYEE-MASTER
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB43" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE "FIM NORMAL DO RUN" TO AU-EVENTO.
           MOVE WRK-CHAVE-USADA TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.

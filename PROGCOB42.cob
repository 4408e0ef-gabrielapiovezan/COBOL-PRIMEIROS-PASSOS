       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB42.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: MANUTENCAO DO CADASTRO DE ADESOES A VALE-
      *           TRANSPORTE E VALE-REFEICAO (BENEFMST): INCLUSAO
      *           (OU REATIVACAO DE ADESAO CANCELADA) COM O VALOR
      *           DIARIO, OS DIAS POR MES E A PARTICIPACAO DO
      *           EMPREGADO NO VR, CONSULTA DAS ADESOES DE UMA
      *           MATRICULA, ALTERACAO DOS VALORES E
      *           CANCELAMENTO. SO MATRICULA ATIVA NO MESTRE
      *           RECEBE ADESAO. CADA ALTERACAO SAI NA TRILHA DE
      *           AUDITORIA COM A MATRICULA E O TIPO NA CHAVE
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - AS ADESOES FICAVAM
      *                    NA PLANILHA DOS PEDIDOS E O DESCONTO
      *                    DE 6% ERA DIGITADO TODO MES NO
      *                    FOLHAVRB
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADESOES-BENEFICIO ASSIGN TO "BENEFMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BF-CHAVE
               FILE STATUS IS WRK-FS-BENEF.
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
       FD  ADESOES-BENEFICIO.
           COPY BENEFREC.
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-BENEF     PIC X(02) VALUE SPACES.
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
           88 TIPO-VALIDO           VALUE 'VT' 'VR'.
       77 WRK-FIM-BENEF    PIC X(01) VALUE 'N'.
           88 FIM-ADESOES           VALUE 'S'.
       77 WRK-QTDE-LISTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
           88 CONFIRMOU             VALUE 'S'.
      *---------------------------------------------------
      * MATRICULA DIGITADA E EMPREGADO LOCALIZADO NO MESTRE
      *---------------------------------------------------
       01 WRK-MATRICULA-X      PIC X(06) VALUE ZEROS.
       01 WRK-MATRICULA REDEFINES WRK-MATRICULA-X
                               PIC 9(06).
       77 WRK-EMP-ACHADO   PIC X(01) VALUE 'N'.
           88 EMPREGADO-ACHADO      VALUE 'S'.
      *---------------------------------------------------
      * VALORES DA ADESAO DIGITADOS (VALOR E PERCENTUAL COM
      * DUAS CASAS IMPLICITAS, COMO O MESTRE GUARDA O
      * SALARIO)
      *---------------------------------------------------
       01 WRK-VLR-DIARIO-X     PIC X(06) VALUE ZEROS.
       01 WRK-VLR-DIARIO REDEFINES WRK-VLR-DIARIO-X
                               PIC 9(04)V99.
       01 WRK-DIAS-MES-X       PIC X(02) VALUE ZEROS.
       01 WRK-DIAS-MES REDEFINES WRK-DIAS-MES-X
                               PIC 9(02).
       01 WRK-PCT-PARTIC-X     PIC X(05) VALUE ZEROS.
       01 WRK-PCT-PARTIC REDEFINES WRK-PCT-PARTIC-X
                               PIC 9(03)V99.
       77 WRK-VALORES-OK   PIC X(01) VALUE 'N'.
           88 VALORES-VALIDOS       VALUE 'S'.
       77 WRK-VALOR-ED     PIC Z.ZZ9,99 VALUE ZEROS.
       77 WRK-PCT-ED       PIC ZZ9,99 VALUE ZEROS.
      *---------------------------------------------------
      * EVENTO DA ALTERACAO PARA A TRILHA DE AUDITORIA; A
      * ULTIMA ADESAO TOCADA VAI NO REGISTRO DE TERMINO
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
           MOVE "PROGCB42" TO AU-PROGRAMA.
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
      * ABRE O CADASTRO DE ADESOES PARA LEITURA E
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
           OPEN I-O ADESOES-BENEFICIO.
           IF WRK-FS-BENEF = "35"
               OPEN OUTPUT ADESOES-BENEFICIO
               CLOSE ADESOES-BENEFICIO
               OPEN I-O ADESOES-BENEFICIO
           END-IF.
           IF WRK-FS-BENEF NOT = "00"
               DISPLAY 'BENEFMST INDISPONIVEL (STATUS ' WRK-FS-BENEF
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
           DISPLAY "====== VALE-TRANSPORTE E VALE-REFEICAO - CIA "
               WRK-COMPANHIA " ======".
           DISPLAY "1 - INCLUIR OU REATIVAR ADESAO".
           DISPLAY "2 - CONSULTAR ADESOES DA MATRICULA".
           DISPLAY "3 - ALTERAR VALOR, DIAS OU PARTICIPACAO".
           DISPLAY "4 - CANCELAR ADESAO".
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
                   PERFORM 6000-CANCELAR THRU 6000-CANCELAR-EXIT
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - ESCOLHA DE 0 A 4'
           END-EVALUATE.
       2000-EXIBIR-MENU-EXIT.
           EXIT.

      *****************************************************
      * INCLUI A ADESAO DE UMA MATRICULA ATIVA NO MESTRE A UM
      * DOS DOIS BENEFICIOS. ADESAO JA ATIVA NAO E INCLUIDA
      * DE NOVO; ADESAO CANCELADA E REATIVADA COM OS VALORES
      * DIGITADOS
      *****************************************************
       3000-INCLUIR.
           PERFORM 3100-LOCALIZAR-EMPREGADO
               THRU 3100-LOCALIZAR-EMPREGADO-EXIT.
           IF NOT EMPREGADO-ACHADO
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           IF EMP-INATIVO
               DISPLAY 'MATRICULA ' WRK-MATRICULA ' INATIVA - NAO'
                   ' ACEITA ADESAO'
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           PERFORM 3200-LER-TIPO THRU 3200-LER-TIPO-EXIT.
           IF NOT TIPO-VALIDO
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           MOVE WRK-COMPANHIA TO BF-COMPANHIA.
           MOVE WRK-MATRICULA TO BF-MATRICULA.
           MOVE WRK-TIPO TO BF-TIPO.
           READ ADESOES-BENEFICIO
               INVALID KEY
                   MOVE SPACES TO BF-SITUACAO
               NOT INVALID KEY
                   IF BF-ATIVO
                       DISPLAY 'ADESAO ' WRK-TIPO ' JA ATIVA PARA A'
                           ' MATRICULA - USE A OPCAO 3'
                       GO TO 3000-INCLUIR-EXIT
                   END-IF
           END-READ.
           MOVE 'N' TO WRK-VALORES-OK.
           PERFORM 3300-LER-VALORES THRU 3300-LER-VALORES-EXIT
               UNTIL VALORES-VALIDOS.
           IF BF-CANCELADO
               PERFORM 3400-MOVER-VALORES THRU 3400-MOVER-VALORES-EXIT
               MOVE 'A' TO BF-SITUACAO
               REWRITE BENEFICIO-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REATIVAR ADESAO ' BF-TIPO
                   NOT INVALID KEY
                       DISPLAY 'ADESAO REATIVADA: ' BF-MATRICULA
                           ' ' BF-TIPO
                       MOVE 'BENEF REATIVADO' TO WRK-EVENTO-AUDIT
                       PERFORM 8000-REGISTRAR-ALTERACAO
                           THRU 8000-REGISTRAR-ALTERACAO-EXIT
               END-REWRITE
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           MOVE WRK-COMPANHIA TO BF-COMPANHIA.
           MOVE WRK-MATRICULA TO BF-MATRICULA.
           MOVE WRK-TIPO TO BF-TIPO.
           PERFORM 3400-MOVER-VALORES THRU 3400-MOVER-VALORES-EXIT.
           MOVE 'A' TO BF-SITUACAO.
           ACCEPT BF-DATA-INCLUSAO FROM DATE YYYYMMDD.
           WRITE BENEFICIO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ADESAO ' BF-TIPO
               NOT INVALID KEY
                   DISPLAY 'ADESAO INCLUIDA: ' BF-MATRICULA ' ' BF-TIPO
                   MOVE 'BENEF INCLUIDO' TO WRK-EVENTO-AUDIT
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
      * LE O TIPO DO BENEFICIO: 'VT' OU 'VR'
      *****************************************************
       3200-LER-TIPO.
           DISPLAY 'BENEFICIO (VT = VALE-TRANSPORTE, VR = VALE-'
               'REFEICAO): ' WITH NO ADVANCING.
           ACCEPT WRK-TIPO FROM CONSOLE.
           IF NOT TIPO-VALIDO
               DISPLAY 'BENEFICIO INVALIDO - INFORME VT OU VR'
           END-IF.
       3200-LER-TIPO-EXIT.
           EXIT.

      *****************************************************
      * LE O VALOR DIARIO, OS DIAS POR MES (00 = DIAS UTEIS
      * DO CALENDARIO) E, NO VR, A PARTICIPACAO DO
      * EMPREGADO. NO VT A PARTE DO EMPREGADO E A LEGAL
      * (CUSTO ATE 6% DO SALARIO) E NAO E PERGUNTADA
      *****************************************************
       3300-LER-VALORES.
           DISPLAY 'VALOR DIARIO (6 DIGITOS, 2 CASAS IMPLICITAS'
               ', EX. 001100 = 11,00): ' WITH NO ADVANCING.
           ACCEPT WRK-VLR-DIARIO-X FROM CONSOLE.
           DISPLAY 'DIAS POR MES (2, 00 = DIAS UTEIS DO CALENDARIO)'
               ': ' WITH NO ADVANCING.
           ACCEPT WRK-DIAS-MES-X FROM CONSOLE.
           MOVE ZEROS TO WRK-PCT-PARTIC-X.
           IF WRK-TIPO = 'VR'
               DISPLAY 'PARTICIPACAO DO EMPREGADO (5 DIGITOS, 2 CASAS'
                   ' IMPLICITAS, EX. 02000 = 20,00%): '
                   WITH NO ADVANCING
               ACCEPT WRK-PCT-PARTIC-X FROM CONSOLE
           END-IF.
           IF WRK-VLR-DIARIO-X NOT NUMERIC
               OR WRK-DIAS-MES-X NOT NUMERIC
               OR WRK-PCT-PARTIC-X NOT NUMERIC
               DISPLAY 'VALORES NAO NUMERICOS - REDIGITE'
               GO TO 3300-LER-VALORES-EXIT
           END-IF.
           IF WRK-VLR-DIARIO = ZEROS
               DISPLAY 'VALOR DIARIO ZERADO - REDIGITE'
               GO TO 3300-LER-VALORES-EXIT
           END-IF.
           IF WRK-DIAS-MES > 31
               DISPLAY 'DIAS POR MES ACIMA DE 31 - REDIGITE'
               GO TO 3300-LER-VALORES-EXIT
           END-IF.
           IF WRK-PCT-PARTIC > 100
               DISPLAY 'PARTICIPACAO ACIMA DE 100% - REDIGITE'
               GO TO 3300-LER-VALORES-EXIT
           END-IF.
           MOVE 'S' TO WRK-VALORES-OK.
       3300-LER-VALORES-EXIT.
           EXIT.

       3400-MOVER-VALORES.
           MOVE WRK-VLR-DIARIO TO BF-VLR-DIARIO.
           MOVE WRK-DIAS-MES TO BF-DIAS-MES.
           MOVE WRK-PCT-PARTIC TO BF-PCT-PARTICIPACAO.
           ACCEPT BF-DATA-ALTERACAO FROM DATE YYYYMMDD.
       3400-MOVER-VALORES-EXIT.
           EXIT.

      *****************************************************
      * EXIBE A ADESAO CORRENTE COM OS VALORES E A SITUACAO
      *****************************************************
       3600-EXIBIR-REGISTRO.
           MOVE BF-VLR-DIARIO TO WRK-VALOR-ED.
           MOVE BF-PCT-PARTICIPACAO TO WRK-PCT-ED.
           DISPLAY 'BENEFICIO: ' BF-TIPO ' VALOR DIARIO '
               WRK-VALOR-ED ' DIAS/MES ' BF-DIAS-MES
               WITH NO ADVANCING.
           IF BF-VALE-REFEICAO
               DISPLAY ' PARTICIPACAO ' WRK-PCT-ED '%'
                   WITH NO ADVANCING
           END-IF.
           EVALUATE TRUE
               WHEN BF-ATIVO
                   DISPLAY ' ATIVA'
               WHEN BF-CANCELADO
                   DISPLAY ' CANCELADA'
               WHEN OTHER
                   DISPLAY ' SITUACAO ' BF-SITUACAO
           END-EVALUATE.
       3600-EXIBIR-REGISTRO-EXIT.
           EXIT.

      *****************************************************
      * LISTA AS ADESOES DA MATRICULA
      *****************************************************
       4000-CONSULTAR.
           PERFORM 3100-LOCALIZAR-EMPREGADO
               THRU 3100-LOCALIZAR-EMPREGADO-EXIT.
           IF NOT EMPREGADO-ACHADO
               GO TO 4000-CONSULTAR-EXIT
           END-IF.
           MOVE ZEROS TO WRK-QTDE-LISTADOS.
           MOVE 'N' TO WRK-FIM-BENEF.
           MOVE WRK-COMPANHIA TO BF-COMPANHIA.
           MOVE WRK-MATRICULA TO BF-MATRICULA.
           MOVE LOW-VALUES TO BF-TIPO.
           START ADESOES-BENEFICIO KEY IS NOT LESS THAN BF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-BENEF.
           PERFORM 4100-LISTAR-ADESAO THRU 4100-LISTAR-ADESAO-EXIT
               UNTIL FIM-ADESOES.
           DISPLAY 'ADESOES LISTADAS: ' WRK-QTDE-LISTADOS.
       4000-CONSULTAR-EXIT.
           EXIT.

       4100-LISTAR-ADESAO.
           READ ADESOES-BENEFICIO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-BENEF
                   GO TO 4100-LISTAR-ADESAO-EXIT
           END-READ.
           IF BF-COMPANHIA NOT = WRK-COMPANHIA
               OR BF-MATRICULA NOT = WRK-MATRICULA
               MOVE 'S' TO WRK-FIM-BENEF
               GO TO 4100-LISTAR-ADESAO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LISTADOS.
           PERFORM 3600-EXIBIR-REGISTRO
               THRU 3600-EXIBIR-REGISTRO-EXIT.
       4100-LISTAR-ADESAO-EXIT.
           EXIT.

      *****************************************************
      * ALTERA O VALOR DIARIO, OS DIAS E A PARTICIPACAO DE
      * UMA ADESAO ATIVA - VALE A PARTIR DO PROXIMO RUN DE
      * BENEFICIOS
      *****************************************************
       5000-ALTERAR.
           PERFORM 5100-LER-ADESAO THRU 5100-LER-ADESAO-EXIT.
           IF NOT BF-ATIVO
               GO TO 5000-ALTERAR-EXIT
           END-IF.
           MOVE 'N' TO WRK-VALORES-OK.
           PERFORM 3300-LER-VALORES THRU 3300-LER-VALORES-EXIT
               UNTIL VALORES-VALIDOS.
           PERFORM 3400-MOVER-VALORES THRU 3400-MOVER-VALORES-EXIT.
           REWRITE BENEFICIO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO ALTERAR ADESAO ' BF-TIPO
               NOT INVALID KEY
                   DISPLAY 'ADESAO ALTERADA: ' BF-MATRICULA ' ' BF-TIPO
                   MOVE 'BENEF ALTERADO' TO WRK-EVENTO-AUDIT
                   PERFORM 8000-REGISTRAR-ALTERACAO
                       THRU 8000-REGISTRAR-ALTERACAO-EXIT
           END-REWRITE.
       5000-ALTERAR-EXIT.
           EXIT.

      *****************************************************
      * LE A MATRICULA E O TIPO E LOCALIZA A ADESAO,
      * EXIBINDO-A. NAO ACHADA, OU NAO ATIVA, SAI COM A
      * SITUACAO EM BRANCO OU CANCELADA
      *****************************************************
       5100-LER-ADESAO.
           MOVE SPACES TO BF-SITUACAO.
           DISPLAY 'MATRICULA (6): ' WITH NO ADVANCING.
           ACCEPT WRK-MATRICULA-X FROM CONSOLE.
           IF WRK-MATRICULA-X NOT NUMERIC
               DISPLAY 'MATRICULA NAO NUMERICA'
               GO TO 5100-LER-ADESAO-EXIT
           END-IF.
           PERFORM 3200-LER-TIPO THRU 3200-LER-TIPO-EXIT.
           IF NOT TIPO-VALIDO
               GO TO 5100-LER-ADESAO-EXIT
           END-IF.
           MOVE WRK-COMPANHIA TO BF-COMPANHIA.
           MOVE WRK-MATRICULA TO BF-MATRICULA.
           MOVE WRK-TIPO TO BF-TIPO.
           READ ADESOES-BENEFICIO
               INVALID KEY
                   DISPLAY 'ADESAO ' WRK-TIPO ' NAO CADASTRADA PARA A'
                       ' MATRICULA ' WRK-MATRICULA
                   MOVE SPACES TO BF-SITUACAO
                   GO TO 5100-LER-ADESAO-EXIT
           END-READ.
           PERFORM 3600-EXIBIR-REGISTRO
               THRU 3600-EXIBIR-REGISTRO-EXIT.
           IF NOT BF-ATIVO
               DISPLAY 'SO ADESAO ATIVA PODE SER ALTERADA OU'
                   ' CANCELADA'
           END-IF.
       5100-LER-ADESAO-EXIT.
           EXIT.

      *****************************************************
      * CANCELA UMA ADESAO ATIVA, COM CONFIRMACAO - SAI DO
      * PEDIDO E DO DESCONTO A PARTIR DO PROXIMO RUN. A
      * ADESAO NAO E EXCLUIDA E PODE SER REATIVADA PELA
      * OPCAO 1
      *****************************************************
       6000-CANCELAR.
           PERFORM 5100-LER-ADESAO THRU 5100-LER-ADESAO-EXIT.
           IF NOT BF-ATIVO
               GO TO 6000-CANCELAR-EXIT
           END-IF.
           DISPLAY 'CANCELAR A ADESAO (S/N)? ' WITH NO ADVANCING.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF NOT CONFIRMOU
               DISPLAY 'NADA ALTERADO'
               GO TO 6000-CANCELAR-EXIT
           END-IF.
           MOVE 'C' TO BF-SITUACAO.
           ACCEPT BF-DATA-ALTERACAO FROM DATE YYYYMMDD.
           REWRITE BENEFICIO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO CANCELAR ADESAO ' BF-TIPO
               NOT INVALID KEY
                   DISPLAY 'ADESAO CANCELADA: ' BF-MATRICULA ' '
                       BF-TIPO
                   MOVE 'BENEF CANCELADO' TO WRK-EVENTO-AUDIT
                   PERFORM 8000-REGISTRAR-ALTERACAO
                       THRU 8000-REGISTRAR-ALTERACAO-EXIT
           END-REWRITE.
       6000-CANCELAR-EXIT.
           EXIT.

      *****************************************************
      * REGISTRA A ALTERACAO DO CADASTRO NA TRILHA DE
      * AUDITORIA, COM A MATRICULA E O TIPO NA CHAVE
      *****************************************************
       8000-REGISTRAR-ALTERACAO.
           MOVE BF-MATRICULA TO WRK-CHV-MATRICULA.
           MOVE BF-TIPO TO WRK-CHV-TIPO.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB42" TO AU-PROGRAMA.
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
               CLOSE ADESOES-BENEFICIO
               CLOSE EMPLOYEE-MASTER
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB42" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE "FIM NORMAL DO RUN" TO AU-EVENTO.
           MOVE WRK-CHAVE-USADA TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.

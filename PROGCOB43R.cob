       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB43R.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: RELATORIO DOS RETORNOS VENCIDOS: VARRE O
      *           CADASTRO DE AFASTAMENTOS (AFASTMST) E LISTA, POR
      *           COMPANHIA, OS AFASTAMENTOS ATIVOS CUJO RETORNO
      *           PREVISTO JA PASSOU (ANTERIOR A DATA DO RUN) SEM
      *           RETORNO EFETIVO REGISTRADO NO PROGCOB43 - OU O
      *           EMPREGADO VOLTOU E O RH NAO LANCOU (A FOLHA
      *           CONTINUA SEM PAGAR OS DIAS) OU O AFASTAMENTO FOI
      *           PRORROGADO SEM ACERTO DO PREVISTO. O NOME E A
      *           LOTACAO VEM DO EMPMAST. HAVENDO RETORNO VENCIDO
      *           O RUN TERMINA COM RC 4
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - SEM O CADASTRO DE
      *                    AFASTAMENTOS O RETORNO DO EMPREGADO
      *                    NAO ERA ACOMPANHADO
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
           SELECT RELATORIO-AFASTAMENTO ASSIGN TO "AFASTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELAT.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-AFASTAMENTO.
           COPY AFASTREC.
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
       FD  RELATORIO-AFASTAMENTO.
       01  RELATORIO-AFASTAMENTO-LINHA PIC X(80).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-AFAST     PIC X(02) VALUE SPACES.
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-FS-RELAT     PIC X(02) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-RUN-OK       PIC X(01) VALUE 'S'.
           88 RUN-VALIDO            VALUE 'S'.
       77 WRK-RC-RUN       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-AFAST    PIC X(01) VALUE 'N'.
           88 FIM-AFASTAMENTOS      VALUE 'S'.
      *---------------------------------------------------
      * DATA DO RUN: RETORNO PREVISTO ANTERIOR A ELA ESTA
      * VENCIDO
      *---------------------------------------------------
       77 WRK-DATA-HOJE    PIC X(08) VALUE SPACES.
      *---------------------------------------------------
      * CONTADORES E QUEBRA POR COMPANHIA
      *---------------------------------------------------
       77 WRK-QTDE-LIDOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-ATIVOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-EM-ABERTO PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-VENCIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-SEM-MESTRE PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-CIA     PIC 9(06) VALUE ZEROS.
       77 WRK-QUEBRA-CIA   PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * LINHAS DO RELATORIO
      *---------------------------------------------------
       01 AFR-LINHA-TITULO.
           05 FILLER           PIC X(47) VALUE
              'AFASTAMENTOS COM RETORNO PREVISTO VENCIDO - EM '.
           05 AFR-TIT-DATA     PIC X(08).
       01 AFR-LINHA-CIA.
           05 FILLER           PIC X(14) VALUE '=== COMPANHIA '.
           05 AFR-CIA          PIC X(02).
           05 FILLER           PIC X(04) VALUE ' ==='.
       01 AFR-LINHA-COLUNAS.
           05 FILLER           PIC X(32) VALUE
              '  MATRIC NOME                   '.
           05 FILLER           PIC X(38) VALUE
              'DEPTO TIPO          INICIO    PREVISTO'.
       01 AFR-LINHA-DETALHE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 AFR-MATRICULA    PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AFR-NOME         PIC X(22).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AFR-DEPTO        PIC X(03).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 AFR-TIPO         PIC X(12).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 AFR-INICIO       PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 AFR-PREVISTO     PIC X(08).
       01 AFR-LINHA-TOTAL-CIA.
           05 FILLER           PIC X(27)
               VALUE '  RETORNOS VENCIDOS NA CIA '.
           05 AFR-TOT-CIA      PIC X(02).
           05 FILLER           PIC X(02) VALUE ': '.
           05 AFR-TOT-QTDE     PIC ZZZ.ZZ9.
       01 AFR-LINHA-MENSAGEM.
           05 AFR-MENSAGEM     PIC X(80).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF RUN-VALIDO
               PERFORM 2000-LISTAR-VENCIDOS
                   THRU 2000-LISTAR-VENCIDOS-EXIT
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
           IF WRK-RC-RUN > ZEROS
               MOVE WRK-RC-RUN TO RETURN-CODE
           END-IF.
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
           MOVE "PROGC43R" TO AU-PROGRAMA.
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
      * ABRE O CADASTRO DE AFASTAMENTOS E O MESTRE - SEM
      * QUALQUER UM DOS DOIS O RUN TERMINA COM RC 8 - E
      * GRAVA O TITULO COM A DATA DO RUN
      *****************************************************
       1000-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CADASTRO-AFASTAMENTO.
           IF WRK-FS-AFAST NOT = "00"
               DISPLAY 'AFASTMST INDISPONIVEL (STATUS ' WRK-FS-AFAST
                   ') - RETORNOS NAO CONFERIDOS'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST NOT = "00"
               DISPLAY 'EMPMAST INDISPONIVEL (STATUS ' WRK-FS-EMPMAST
                   ') - RETORNOS NAO CONFERIDOS'
               CLOSE CADASTRO-AFASTAMENTO
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-AFASTAMENTO.
           MOVE WRK-DATA-HOJE TO AFR-TIT-DATA.
           WRITE RELATORIO-AFASTAMENTO-LINHA FROM AFR-LINHA-TITULO.
           DISPLAY AFR-LINHA-TITULO.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * VARRE O AFASTMST EM ORDEM DE CHAVE (COMPANHIA,
      * MATRICULA E INICIO), COM QUEBRA POR COMPANHIA
      *****************************************************
       2000-LISTAR-VENCIDOS.
           MOVE LOW-VALUES TO AF-CHAVE.
           START CADASTRO-AFASTAMENTO KEY IS NOT LESS THAN AF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-AFAST.
           PERFORM 2100-LER-AFASTAMENTO
               THRU 2100-LER-AFASTAMENTO-EXIT
               UNTIL FIM-AFASTAMENTOS.
           IF WRK-QUEBRA-CIA NOT = SPACES
               PERFORM 2300-TOTALIZAR-COMPANHIA
                   THRU 2300-TOTALIZAR-COMPANHIA-EXIT
           END-IF.
           IF WRK-QTDE-VENCIDOS = ZEROS
               MOVE 'NENHUM AFASTAMENTO COM RETORNO PREVISTO VENCIDO'
                   TO AFR-MENSAGEM
               WRITE RELATORIO-AFASTAMENTO-LINHA
                   FROM AFR-LINHA-MENSAGEM
               DISPLAY AFR-MENSAGEM
           END-IF.
       2000-LISTAR-VENCIDOS-EXIT.
           EXIT.

      *****************************************************
      * SO INTERESSA O AFASTAMENTO ATIVO, SEM RETORNO
      * EFETIVO E COM O RETORNO PREVISTO ANTERIOR A HOJE
      *****************************************************
       2100-LER-AFASTAMENTO.
           READ CADASTRO-AFASTAMENTO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-AFAST
                   GO TO 2100-LER-AFASTAMENTO-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-LIDOS.
           IF NOT AF-ATIVO
               GO TO 2100-LER-AFASTAMENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ATIVOS.
           IF AF-RETORNO-EFETIVO NOT = SPACES
               GO TO 2100-LER-AFASTAMENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-EM-ABERTO.
           IF AF-RETORNO-PREVISTO NOT < WRK-DATA-HOJE
               GO TO 2100-LER-AFASTAMENTO-EXIT
           END-IF.
           PERFORM 2200-IMPRIMIR-VENCIDO
               THRU 2200-IMPRIMIR-VENCIDO-EXIT.
       2100-LER-AFASTAMENTO-EXIT.
           EXIT.

      *****************************************************
      * IMPRIME O AFASTAMENTO VENCIDO COM O NOME E O DEPTO
      * DO MESTRE; NA TROCA DE COMPANHIA FECHA A ANTERIOR E
      * ABRE O CABECALHO DA NOVA
      *****************************************************
       2200-IMPRIMIR-VENCIDO.
           IF AF-COMPANHIA NOT = WRK-QUEBRA-CIA
               IF WRK-QUEBRA-CIA NOT = SPACES
                   PERFORM 2300-TOTALIZAR-COMPANHIA
                       THRU 2300-TOTALIZAR-COMPANHIA-EXIT
               END-IF
               MOVE AF-COMPANHIA TO WRK-QUEBRA-CIA
               MOVE ZEROS TO WRK-QTDE-CIA
               MOVE WRK-QUEBRA-CIA TO AFR-CIA
               WRITE RELATORIO-AFASTAMENTO-LINHA FROM AFR-LINHA-CIA
               WRITE RELATORIO-AFASTAMENTO-LINHA
                   FROM AFR-LINHA-COLUNAS
               DISPLAY AFR-LINHA-CIA
           END-IF.
           ADD 1 TO WRK-QTDE-VENCIDOS.
           ADD 1 TO WRK-QTDE-CIA.
           MOVE AF-COMPANHIA TO EMP-COMPANHIA.
           MOVE AF-MATRICULA TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE '*** FORA DO MESTRE ***' TO AFR-NOME
                   MOVE SPACES TO AFR-DEPTO
                   ADD 1 TO WRK-QTDE-SEM-MESTRE
               NOT INVALID KEY
                   MOVE EMP-NOME TO AFR-NOME
                   MOVE EMP-DEPTO TO AFR-DEPTO
           END-READ.
           MOVE AF-MATRICULA TO AFR-MATRICULA.
           EVALUATE TRUE
               WHEN AF-DOENCA
                   MOVE 'DOENCA' TO AFR-TIPO
               WHEN AF-ACIDENTE-TRABALHO
                   MOVE 'ACID.TRAB.' TO AFR-TIPO
               WHEN AF-MATERNIDADE
                   MOVE 'MATERNIDADE' TO AFR-TIPO
               WHEN AF-NAO-REMUNERADA
                   MOVE 'LIC.N.REMUN.' TO AFR-TIPO
               WHEN AF-SERVICO-MILITAR
                   MOVE 'SERV.MILITAR' TO AFR-TIPO
               WHEN OTHER
                   MOVE AF-TIPO TO AFR-TIPO
           END-EVALUATE.
           MOVE AF-DATA-INICIO TO AFR-INICIO.
           MOVE AF-RETORNO-PREVISTO TO AFR-PREVISTO.
           WRITE RELATORIO-AFASTAMENTO-LINHA FROM AFR-LINHA-DETALHE.
           DISPLAY AFR-LINHA-DETALHE.
       2200-IMPRIMIR-VENCIDO-EXIT.
           EXIT.

       2300-TOTALIZAR-COMPANHIA.
           MOVE WRK-QUEBRA-CIA TO AFR-TOT-CIA.
           MOVE WRK-QTDE-CIA TO AFR-TOT-QTDE.
           WRITE RELATORIO-AFASTAMENTO-LINHA FROM AFR-LINHA-TOTAL-CIA.
           DISPLAY AFR-LINHA-TOTAL-CIA.
       2300-TOTALIZAR-COMPANHIA-EXIT.
           EXIT.

      *****************************************************
      * FECHA OS ARQUIVOS, IMPRIME OS TOTAIS DE CONTROLE E
      * REGISTRA O TERMINO NA AUDITORIA. RETORNO VENCIDO
      * TERMINA COM RC 4
      *****************************************************
       9999-FINALIZAR.
           IF RUN-VALIDO
               CLOSE CADASTRO-AFASTAMENTO
               CLOSE EMPLOYEE-MASTER
               CLOSE RELATORIO-AFASTAMENTO
               IF WRK-QTDE-VENCIDOS > ZEROS
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               DISPLAY "============================================="
               DISPLAY 'AFASTAMENTOS LIDOS...: ' WRK-QTDE-LIDOS
               DISPLAY 'ATIVOS...............: ' WRK-QTDE-ATIVOS
               DISPLAY 'SEM RETORNO EFETIVO..: ' WRK-QTDE-EM-ABERTO
               DISPLAY 'RETORNOS VENCIDOS....: ' WRK-QTDE-VENCIDOS
               DISPLAY 'FORA DO MESTRE.......: ' WRK-QTDE-SEM-MESTRE
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGC43R" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF RUN-VALIDO
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           ELSE
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           END-IF.
           MOVE WRK-DATA-HOJE TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.

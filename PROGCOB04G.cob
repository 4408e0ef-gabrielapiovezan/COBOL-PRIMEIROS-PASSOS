      *                    DETALHES + HASH = SOMA DOS SALARIOS EM
      *                    CENTAVOS), QUE O PROGCOB04E CONFERE
      *                    ANTES DA FOLHA
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  EMPREGADO AFASTADO (AFASTMST) SEM
      *                    NENHUM DIA PAGO PELA EMPRESA NO PERIODO
      *                    DO FOLHAPER NAO GERA REGISTRO; A
      *                    EXCECAO DIGITADA PARA ELE E IGNORADA E
      *                    APONTADA, SEM RC. O AFASTAMENTO PARCIAL
      *                    SEGUE NO FOLHAENT E E PROPORCIONALIZADO
      *                    PELO PROGCOB04
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FOLHA-GERADA ASSIGN TO "FOLHAENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GERADA.
           SELECT PERIODO-FOLHA ASSIGN TO "FOLHAPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODO.
           SELECT CADASTRO-AFASTAMENTO ASSIGN TO "AFASTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-CHAVE
               FILE STATUS IS WRK-FS-AFAST.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           05  FT-QTDE             PIC 9(06).
           05  FT-HASH             PIC 9(13).
           05  FILLER              PIC X(19).
       FD  PERIODO-FOLHA.
           COPY PERIODRC.
       FD  CADASTRO-AFASTAMENTO.
           COPY AFASTREC.
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-FS-EXCECOES  PIC X(02) VALUE SPACES.
       77 WRK-FS-GERADA    PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
           88 FIM-EXCECOES          VALUE 'S'.
       77 WRK-RC-RUN       PIC 9(01) VALUE ZEROS.
      *---------------------------------------------------
      * AFASTAMENTOS: PERIODO CORRENTE DO FOLHAPER E DIAS
      * DO PERIODO NAO PAGOS PELA EMPRESA (PROGCOB43C),
      * SOMADOS NOS AFASTAMENTOS DO EMPREGADO. SEM O
      * FOLHAPER OU O AFASTMST A GERACAO NAO CONSULTA
      * AFASTAMENTOS
      *---------------------------------------------------
       77 WRK-FS-PERIODO   PIC X(02) VALUE SPACES.
       77 WRK-FS-AFAST     PIC X(02) VALUE SPACES.
       77 WRK-PERIODO      PIC X(06) VALUE SPACES.
       77 WRK-AFAST-OK     PIC X(01) VALUE 'N'.
           88 AFASTAMENTOS-DISPONIVEIS VALUE 'S'.
       77 WRK-FIM-AFAST    PIC X(01) VALUE 'N'.
           88 FIM-AFASTAMENTOS      VALUE 'S'.
       77 WRK-DIAS-AFASTADO  PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-SEM-PAGTO PIC 9(02) VALUE ZEROS.
       77 WRK-TOT-SEM-PAGTO  PIC 9(03) VALUE ZEROS.
      *---------------------------------------------------
      * EXCECOES DO PERIODO CARREGADAS EM TABELA; CADA
      * ENTRADA USADA E MARCADA PARA APONTAR AO FINAL AS
      * EXCECOES DE MATRICULA SEM CADASTRO ATIVO
               10 EXC-SALARIO      PIC 9(06)V99.
               10 EXC-MOEDA        PIC X(03).
               10 EXC-USADA        PIC X(01).
                   88 EXC-AFASTADO          VALUE 'A'.
      *---------------------------------------------------
      * CONTADORES DE CONTROLE DA GERACAO
      *---------------------------------------------------
       77 WRK-QTDE-PULADOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-EXC-APLIC PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-EXC-REJ   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-AFASTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-EXC-IGN   PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * HASH DO TRAILER: SOMA DOS SALARIOS GERADOS EM
      * CENTAVOS, QUE O PROGCOB04E RECONFERE
      *---------------------------------------------------
       77 WRK-HASH-GERADO    PIC 9(13) VALUE ZEROS.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB4G" TO AU-PROGRAMA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

       1000-INICIALIZAR.
           PERFORM 1100-CARREGAR-EXCECOES
               THRU 1100-CARREGAR-EXCECOES-EXIT.
           PERFORM 1200-ABRIR-AFASTAMENTOS
               THRU 1200-ABRIR-AFASTAMENTOS-EXIT.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST NOT = "00"
               DISPLAY 'EMPMAST INDISPONIVEL (STATUS ' WRK-FS-EMPMAST
       1150-LER-EXCECAO-EXIT.
           EXIT.

      *****************************************************
      * LE O PERIODO CORRENTE NO FOLHAPER E ABRE O CADASTRO
      * DE AFASTAMENTOS. SEM UM DELES A GERACAO SEGUE SEM
      * CONSULTAR AFASTAMENTOS (O PROGCOB04 AINDA EXCLUI O
      * AFASTADO QUANDO PAGA)
      *****************************************************
       1200-ABRIR-AFASTAMENTOS.
           MOVE 'N' TO WRK-AFAST-OK.
           OPEN INPUT PERIODO-FOLHA.
           IF WRK-FS-PERIODO NOT = "00"
               DISPLAY 'FOLHAPER INDISPONIVEL - GERACAO SEM CONSULTA'
                   ' DE AFASTAMENTOS'
               GO TO 1200-ABRIR-AFASTAMENTOS-EXIT
           END-IF.
           READ PERIODO-FOLHA
               AT END
                   MOVE SPACES TO PF-PERIODO
           END-READ.
           CLOSE PERIODO-FOLHA.
           IF PF-PERIODO = SPACES
               DISPLAY 'FOLHAPER SEM REGISTRO DE PERIODO - GERACAO'
                   ' SEM CONSULTA DE AFASTAMENTOS'
               GO TO 1200-ABRIR-AFASTAMENTOS-EXIT
           END-IF.
           MOVE PF-PERIODO TO WRK-PERIODO.
           OPEN INPUT CADASTRO-AFASTAMENTO.
           IF WRK-FS-AFAST NOT = "00"
               DISPLAY 'AFASTMST NAO ENCONTRADO - GERACAO SEM'
                   ' CONSULTA DE AFASTAMENTOS'
               GO TO 1200-ABRIR-AFASTAMENTOS-EXIT
           END-IF.
           MOVE 'S' TO WRK-AFAST-OK.
           DISPLAY 'AFASTAMENTOS CONSULTADOS NO PERIODO ' WRK-PERIODO.
       1200-ABRIR-AFASTAMENTOS-EXIT.
           EXIT.

      *****************************************************
      * GERA O REGISTRO DE SALARIO DO EMPREGADO CORRENTE DO
      * MESTRE: ATIVO COM SALARIO CADASTRADO SAI COM O
      * EMP-SALARIO (OU COM A EXCECAO DO PERIODO, SE HOUVER);
      * INATIVO OU SEM SALARIO E PULADO. AFASTADO SEM DIA
      * PAGO PELA EMPRESA NO PERIODO (30 DIAS NAO PAGOS NO
      * MES COMERCIAL) NAO ENTRA NA FOLHA
      *****************************************************
       2000-GERAR-REGISTRO.
           IF EMP-INATIVO
               ADD 1 TO WRK-QTDE-PULADOS
               GO TO 2000-LER-PROXIMO
           END-IF.
           IF AFASTAMENTOS-DISPONIVEIS
               PERFORM 2200-SOMAR-AFASTAMENTOS
                   THRU 2200-SOMAR-AFASTAMENTOS-EXIT
               IF WRK-TOT-SEM-PAGTO NOT < 30
                   ADD 1 TO WRK-QTDE-AFASTADOS
                   DISPLAY 'AFASTADO TODO O PERIODO - NAO GERADO: CIA '
                       EMP-COMPANHIA ' MATRICULA ' EMP-ID
                   PERFORM 3000-PROCURAR-EXCECAO
                       THRU 3000-PROCURAR-EXCECAO-EXIT
                   IF WRK-IND-ACHADO > ZEROS
                       MOVE 'A' TO EXC-USADA (WRK-IND-ACHADO)
                   END-IF
                   GO TO 2000-LER-PROXIMO
               END-IF
           END-IF.
           MOVE EMP-ID TO FG-EMP-ID.
           MOVE EMP-NOME TO FG-NOME.
           MOVE EMP-SALARIO TO FG-SALARIO.
       2100-LER-MESTRE-EXIT.
           EXIT.

      *****************************************************
      * SOMA OS DIAS DO PERIODO NAO PAGOS PELA EMPRESA EM
      * TODOS OS AFASTAMENTOS DO EMPREGADO CORRENTE DO
      * MESTRE (O PROGCOB43C CONTA CADA AFASTAMENTO)
      *****************************************************
       2200-SOMAR-AFASTAMENTOS.
           MOVE ZEROS TO WRK-TOT-SEM-PAGTO.
           MOVE 'N' TO WRK-FIM-AFAST.
           MOVE EMP-COMPANHIA TO AF-COMPANHIA.
           MOVE EMP-ID TO AF-MATRICULA.
           MOVE LOW-VALUES TO AF-DATA-INICIO.
           START CADASTRO-AFASTAMENTO KEY IS NOT LESS THAN AF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-AFAST.
           PERFORM 2250-LER-AFASTAMENTO
               THRU 2250-LER-AFASTAMENTO-EXIT
               UNTIL FIM-AFASTAMENTOS.
       2200-SOMAR-AFASTAMENTOS-EXIT.
           EXIT.

       2250-LER-AFASTAMENTO.
           READ CADASTRO-AFASTAMENTO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-AFAST
                   GO TO 2250-LER-AFASTAMENTO-EXIT
           END-READ.
           IF AF-COMPANHIA NOT = EMP-COMPANHIA
               OR AF-MATRICULA NOT = EMP-ID
               MOVE 'S' TO WRK-FIM-AFAST
               GO TO 2250-LER-AFASTAMENTO-EXIT
           END-IF.
           CALL "PROGCOB43C" USING AFASTAMENTO-REG WRK-PERIODO
               WRK-DIAS-AFASTADO WRK-DIAS-SEM-PAGTO.
           ADD WRK-DIAS-SEM-PAGTO TO WRK-TOT-SEM-PAGTO.
       2250-LER-AFASTAMENTO-EXIT.
           EXIT.

      *****************************************************
      * LOCALIZA NA TABELA A EXCECAO DA COMPANHIA/MATRICULA
      * DO REGISTRO CORRENTE DO MESTRE (ZERO SE NAO HOUVER)
      *****************************************************
      * APONTA AS EXCECOES QUE NAO CASARAM COM NENHUM
      * REGISTRO ATIVO DO MESTRE - MATRICULA ERRADA OU
      * INATIVA - PARA O DIGITADOR CORRIGIR. A EXCECAO DE
      * EMPREGADO AFASTADO TODO O PERIODO SO E APONTADA
      * COMO IGNORADA
      *****************************************************
       7000-APONTAR-REJEITADAS.
           MOVE ZEROS TO WRK-IND.

       7100-VERIFICAR-EXCECAO.
           ADD 1 TO WRK-IND.
           IF EXC-AFASTADO (WRK-IND)
               ADD 1 TO WRK-QTDE-EXC-IGN
               DISPLAY 'EXCECAO IGNORADA - CIA ' EXC-CIA (WRK-IND)
                   ' MATRICULA ' EXC-MATRICULA (WRK-IND)
                   ' EMPREGADO AFASTADO NO PERIODO'
               GO TO 7100-VERIFICAR-EXCECAO-EXIT
           END-IF.
           IF EXC-USADA (WRK-IND) NOT = 'S'
               ADD 1 TO WRK-QTDE-EXC-REJ
               DISPLAY 'EXCECAO REJEITADA - CIA ' EXC-CIA (WRK-IND)
               CLOSE EMPLOYEE-MASTER
               CLOSE FOLHA-GERADA
           END-IF.
           IF AFASTAMENTOS-DISPONIVEIS
               CLOSE CADASTRO-AFASTAMENTO
           END-IF.
           DISPLAY "================================================".
           DISPLAY 'REGISTROS GERADOS....: ' WRK-QTDE-GERADOS.
           DISPLAY 'PULADOS (INATIVO/SEM SALARIO): ' WRK-QTDE-PULADOS.
           DISPLAY 'EXCECOES APLICADAS...: ' WRK-QTDE-EXC-APLIC.
           DISPLAY 'EXCECOES REJEITADAS..: ' WRK-QTDE-EXC-REJ.
           IF WRK-QTDE-AFASTADOS > ZEROS
               DISPLAY 'AFASTADOS NAO GERADOS: ' WRK-QTDE-AFASTADOS
               DISPLAY 'EXCECOES IGNORADAS...: ' WRK-QTDE-EXC-IGN
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           END-IF.
           MOVE WRK-QTDE-GERADOS TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.

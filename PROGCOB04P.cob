       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB04P.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: PAGAMENTO DE FERIAS: PARA CADA GOZO PROGRAMADO
      *           PELO RH NO FERIAPRG (COMPANHIA, MATRICULA, DATA
      *           DE INICIO E DIAS), CONFERE O SALDO DO PERIODO
      *           AQUISITIVO VENCIDO MAIS ANTIGO NO CONTROLE DE
      *           FERIAS (FERIAMST, APURADO PELO PROGCOB04A),
      *           PAGA OS DIAS SOBRE O SALARIO OFICIAL DO MESTRE
      *           COM O 1/3 CONSTITUCIONAL (EM DOBRO QUANDO O
      *           GOZO COMECA DEPOIS DO LIMITE DE CONCESSAO),
      *           APLICA OS MESMOS DESCONTOS SIMPLIFICADOS DA
      *           FOLHA (INSS/IRRF), BAIXA OS DIAS NO CONTROLE E
      *           GRAVA, COMO QUALQUER PAGAMENTO: O EXTRATO
      *           CONTABIL (FOLHAEXT, TIPO 'F'), O RECIBO NO
      *           FERIAHOL E NO HISTORICO FOLHAHIS (TIPO 'F'), A
      *           REMESSA BANCARIA NO LAYOUT DO FOLHABCO E O
      *           REGISTRO DE LIBERACAO PENDENTE (FOLHALIB, TIPO
      *           'F') PARA A APROVACAO DO PROGCOB21 E A
      *           LIBERACAO DO PROGCOB22
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - AS FERIAS GOZADAS
      *                    ERAM PAGAS FORA DO SISTEMA E NAO
      *                    APARECIAM NO EXTRATO NEM NO INFORME
      *                    ANUAL DO PROGCOB12
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  GOZO JA PAGO CONFERIDO CONTRA TODAS AS
      *                    FRACOES PAGAS DO PERIODO (FR-GOZO-PAGO)
      *                    E NAO SO CONTRA O ULTIMO GOZO - O
      *                    RERUN PAGAVA DE NOVO A FRACAO ANTERIOR
      *                    DAS FERIAS FRACIONADAS. QUARTA FRACAO
      *                    NO MESMO PERIODO E RECUSADA
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGRAMACAO-FERIAS ASSIGN TO "FERIAPRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROGRAM.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT CONTROLE-FERIAS ASSIGN TO "FERIAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-CHAVE
               FILE STATUS IS WRK-FS-FERIAS.
           SELECT EXTRATO-CONTABIL ASSIGN TO "FOLHAEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
           SELECT RECIBO-FERIAS ASSIGN TO "FERIAHOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECIBO.
           SELECT HISTORICO-HOLERITE ASSIGN TO "FOLHAHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HOLHIST.
           SELECT REMESSA-BANCO ASSIGN TO "FOLHABCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
           SELECT LIBERACAO-REMESSA ASSIGN TO "FOLHALIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIBERACAO.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * PROGRAMACAO DE FERIAS MANTIDA PELO RH: COMPANHIA
      * (BRANCO = '01'), MATRICULA, DATA DE INICIO DO GOZO
      * (AAAAMMDD) E QUANTIDADE DE DIAS (5 A 30)
      *****************************************************
       FD  PROGRAMACAO-FERIAS.
       01  PROGRAMACAO-FERIAS-REG.
           05  FG-COMPANHIA        PIC X(02).
           05  FG-MATRICULA        PIC X(06).
           05  FG-DATA-INICIO      PIC X(08).
           05  FG-DIAS             PIC X(02).
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
       FD  CONTROLE-FERIAS.
           COPY FERIAREC.
       FD  EXTRATO-CONTABIL.
           COPY EXTRREC.
      *****************************************************
      * RECIBOS DE FERIAS DO RUN: LINHAS DE IMPRESSAO NO
      * ESTILO DA FICHA DO FOLHAHOL, UMA POR GOZO PAGO
      *****************************************************
       FD  RECIBO-FERIAS.
       01  RECIBO-LINHA            PIC X(60).
      *****************************************************
      * HISTORICO DE HOLERITES, O MESMO LAYOUT GRAVADO PELO
      * PROGCOB04 - O RECIBO DE FERIAS ENTRA COM O TIPO 'F'
      * E O PROGCOB19 O REIMPRIME COMO QUALQUER FICHA
      *****************************************************
       FD  HISTORICO-HOLERITE.
       01  HISTORICO-HOLERITE-REG.
           05  HH-COMPANHIA        PIC X(02).
           05  HH-MATRICULA        PIC 9(06).
           05  HH-PERIODO          PIC X(06).
           05  HH-TIPO             PIC X(01).
           05  HH-LINHA            PIC X(60).
      *****************************************************
      * REMESSA BANCARIA DO LIQUIDO DAS FERIAS, NO MESMO
      * LAYOUT DO FOLHABCO DO PROGCOB04: HEADER '0',
      * DETALHES '1' E TRAILER '9'
      *****************************************************
       FD  REMESSA-BANCO.
       01  REMESSA-BANCO-REG       PIC X(80).
      *****************************************************
      * REGISTRO DE LIBERACAO DA REMESSA DE FERIAS, NO MESMO
      * LAYOUT DO FOLHALIB DO PROGCOB04, GRAVADO PENDENTE
      *****************************************************
       FD  LIBERACAO-REMESSA.
       01  LIBERACAO-REMESSA-REG.
           05  LB-PERIODO          PIC X(06).
           05  LB-TIPO             PIC X(01).
           05  LB-DATA             PIC X(08).
           05  LB-QTDE             PIC 9(06).
           05  LB-TOTAL            PIC 9(13).
           05  LB-SITUACAO         PIC X(01).
           05  LB-OPER-RUN         PIC X(08).
           05  LB-OPER-APROV       PIC X(08).
           05  LB-DATA-APROV       PIC X(08).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PROGRAM   PIC X(02) VALUE SPACES.
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-FS-FERIAS    PIC X(02) VALUE SPACES.
       77 WRK-FS-EXTRATO   PIC X(02) VALUE SPACES.
       77 WRK-FS-RECIBO    PIC X(02) VALUE SPACES.
       77 WRK-FS-HOLHIST   PIC X(02) VALUE SPACES.
       77 WRK-FS-REMESSA   PIC X(02) VALUE SPACES.
       77 WRK-FS-LIBERACAO PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-FIM-PROGRAM  PIC X(01) VALUE 'N'.
           88 FIM-PROGRAMACAO       VALUE 'S'.
       77 WRK-RC-RUN       PIC 9(01) VALUE ZEROS.
       77 WRK-ARQ-ABERTOS  PIC X(01) VALUE 'N'.
           88 ARQUIVOS-ABERTOS      VALUE 'S'.
      *---------------------------------------------------
      * TIPO DE FOLHA DAS FERIAS NO EXTRATO, NO HISTORICO E
      * NA LIBERACAO DA REMESSA
      *---------------------------------------------------
       77 WRK-TIPO-FOLHA   PIC X(01) VALUE 'F'.
      *---------------------------------------------------
      * GOZO PROGRAMADO CORRENTE E O RESULTADO DA SUA
      * VALIDACAO
      *---------------------------------------------------
       77 WRK-COMPANHIA    PIC X(02) VALUE '01'.
       77 WRK-MATRICULA    PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS         PIC 9(02) VALUE ZEROS.
       77 WRK-PERIODO      PIC X(06) VALUE SPACES.
       77 WRK-NOME         PIC X(22) VALUE SPACES.
       77 WRK-SALARIO      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-MOEDA        PIC X(03) VALUE 'BRL'.
       77 WRK-MOTIVO       PIC X(40) VALUE SPACES.
       77 WRK-GOZO-OK      PIC X(01) VALUE 'S'.
           88 GOZO-VALIDO           VALUE 'S'.
       77 WRK-EM-DOBRO     PIC X(01) VALUE 'N'.
           88 FERIAS-EM-DOBRO       VALUE 'S'.
      *---------------------------------------------------
      * PERIODO AQUISITIVO QUE CEDE OS DIAS: O VENCIDO MAIS
      * ANTIGO COM SALDO
      *---------------------------------------------------
       77 WRK-IND-PER      PIC 9(01) VALUE ZEROS.
       77 WRK-IND-PER-ACHADO PIC 9(01) VALUE ZEROS.
       77 WRK-SALDO-DIAS   PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-DUP    PIC X(01) VALUE 'N'.
           88 GOZO-JA-PAGO          VALUE 'S'.
      *---------------------------------------------------
      * VERBAS DAS FERIAS E DESCONTOS SIMPLIFICADOS (OS
      * MESMOS PERCENTUAIS DO PROGCOB04)
      *---------------------------------------------------
       77 WRK-VLR-FERIAS    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TERCO-FERIAS  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-BRUTO   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PCT-INSS      PIC 9V999 VALUE 0,110.
       77 WRK-PCT-IRRF      PIC 9V999 VALUE 0,150.
       77 WRK-VLR-INSS      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-IRRF      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-DESCONTOS PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VLR-LIQUIDO   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-ED      PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
      *---------------------------------------------------
      * CONTADORES E TOTAIS DO RUN (REMESSA EM CENTAVOS)
      *---------------------------------------------------
       77 WRK-QTDE-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-PAGOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DOBRO      PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-SEM-BANCO  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-REMESSA    PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-LIQ-REMESSA PIC 9(13) VALUE ZEROS.
       77 WRK-TOT-LIQUIDO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO-ED  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *---------------------------------------------------
      * LINHAS DA REMESSA (MESMOS LAYOUTS DO PROGCOB04)
      *---------------------------------------------------
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
      *---------------------------------------------------
      * LINHAS DO RECIBO DE FERIAS, NO ESTILO DA FICHA DO
      * FOLHAHOL
      *---------------------------------------------------
       77 WRK-HOL-LINHA       PIC X(60) VALUE SPACES.
       01 REC-LINHA-SEPARA.
           05 FILLER           PIC X(46) VALUE ALL '='.
       01 REC-LINHA-TITULO.
           05 FILLER           PIC X(28)
               VALUE 'RECIBO DE FERIAS - PERIODO: '.
           05 REC-PERIODO      PIC X(06).
       01 REC-LINHA-IDENT.
           05 FILLER           PIC X(11) VALUE 'MATRICULA: '.
           05 REC-MATRICULA    PIC 9(06).
           05 FILLER           PIC X(08) VALUE '  NOME: '.
           05 REC-NOME         PIC X(20).
       01 REC-LINHA-GOZO.
           05 FILLER           PIC X(16) VALUE 'INICIO DO GOZO: '.
           05 REC-INICIO       PIC X(08).
           05 FILLER           PIC X(08) VALUE '  DIAS: '.
           05 REC-DIAS         PIC Z9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 REC-DOBRO        PIC X(08).
       01 REC-LINHA-AQUISITIVO.
           05 FILLER           PIC X(16) VALUE 'AQUISITIVO....: '.
           05 REC-AQU-INICIO   PIC X(08).
           05 FILLER           PIC X(03) VALUE ' A '.
           05 REC-AQU-FIM      PIC X(08).
       01 REC-LINHA-VALOR.
           05 REC-ROTULO       PIC X(20).
           05 REC-VALOR        PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 REC-MOEDA        PIC X(03).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-GOZO THRU 2000-PROCESSAR-GOZO-EXIT
               UNTIL FIM-PROGRAMACAO.
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
           MOVE "PROGCB4P" TO AU-PROGRAMA.
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
      * ABRE A PROGRAMACAO, O MESTRE E O CONTROLE DE FERIAS
      * - QUALQUER UM INDISPONIVEL BLOQUEIA O RUN COM RC 8,
      * ANTES DE ABRIR AS SAIDAS - E ENTAO O EXTRATO, O
      * HISTORICO (ACUMULATIVOS), O RECIBO E A REMESSA
      *****************************************************
       1000-INICIALIZAR.
           OPEN INPUT PROGRAMACAO-FERIAS.
           IF WRK-FS-PROGRAM NOT = "00"
               DISPLAY 'FERIAPRG INDISPONIVEL (STATUS ' WRK-FS-PROGRAM
                   ') - NENHUM GOZO A PAGAR'
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-PROGRAM
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST NOT = "00"
               DISPLAY 'EMPMAST INDISPONIVEL (STATUS ' WRK-FS-EMPMAST
                   ') - PAGAMENTO DE FERIAS BLOQUEADO'
               CLOSE PROGRAMACAO-FERIAS
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-PROGRAM
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN I-O CONTROLE-FERIAS.
           IF WRK-FS-FERIAS NOT = "00"
               DISPLAY 'FERIAMST INDISPONIVEL (STATUS ' WRK-FS-FERIAS
                   ') - RODAR A APURACAO (PROGCOB04A) ANTES'
               CLOSE PROGRAMACAO-FERIAS
               CLOSE EMPLOYEE-MASTER
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-PROGRAM
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           OPEN EXTEND EXTRATO-CONTABIL.
           IF WRK-FS-EXTRATO = "35"
               OPEN OUTPUT EXTRATO-CONTABIL
           END-IF.
           OPEN EXTEND HISTORICO-HOLERITE.
           IF WRK-FS-HOLHIST = "35"
               OPEN OUTPUT HISTORICO-HOLERITE
           END-IF.
           OPEN OUTPUT RECIBO-FERIAS.
           OPEN OUTPUT REMESSA-BANCO.
           MOVE WRK-DATA-AUDIT TO BCO-HDR-DATA.
           WRITE REMESSA-BANCO-REG FROM BCO-HEADER.
           MOVE 'S' TO WRK-ARQ-ABERTOS.
           DISPLAY "============ PAGAMENTO DE FERIAS ============".
           PERFORM 2100-LER-PROGRAMACAO
               THRU 2100-LER-PROGRAMACAO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * PROCESSA UM GOZO PROGRAMADO: VALIDA, CALCULA, BAIXA
      * OS DIAS NO CONTROLE E GRAVA EXTRATO, RECIBO E
      * REMESSA. GOZO RECUSADO E LISTADO COM O MOTIVO E O
      * RUN TERMINA COM RC 4
      *****************************************************
       2000-PROCESSAR-GOZO.
           ADD 1 TO WRK-QTDE-LIDOS.
           PERFORM 2200-VALIDAR-GOZO THRU 2200-VALIDAR-GOZO-EXIT.
           IF NOT GOZO-VALIDO
               ADD 1 TO WRK-QTDE-REJEITADOS
               DISPLAY WRK-COMPANHIA ' ' FG-MATRICULA ' '
                   FG-DATA-INICIO ' *** GOZO RECUSADO - '
                   WRK-MOTIVO ' ***'
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               GO TO 2000-LER-PROXIMO
           END-IF.
           PERFORM 3000-CALCULAR-FERIAS
               THRU 3000-CALCULAR-FERIAS-EXIT.
           IF NOT GOZO-VALIDO
               ADD 1 TO WRK-QTDE-REJEITADOS
               DISPLAY WRK-COMPANHIA ' ' WRK-MATRICULA ' '
                   FG-DATA-INICIO ' *** GOZO RECUSADO - '
                   WRK-MOTIVO ' ***'
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               GO TO 2000-LER-PROXIMO
           END-IF.
           PERFORM 4000-BAIXAR-DIAS THRU 4000-BAIXAR-DIAS-EXIT.
           IF NOT GOZO-VALIDO
               ADD 1 TO WRK-QTDE-REJEITADOS
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               GO TO 2000-LER-PROXIMO
           END-IF.
           PERFORM 5000-GRAVAR-EXTRATO THRU 5000-GRAVAR-EXTRATO-EXIT.
           PERFORM 5100-GRAVAR-RECIBO THRU 5100-GRAVAR-RECIBO-EXIT.
           PERFORM 5200-GRAVAR-REMESSA THRU 5200-GRAVAR-REMESSA-EXIT.
           ADD 1 TO WRK-QTDE-PAGOS.
           ADD WRK-VLR-LIQUIDO TO WRK-TOT-LIQUIDO.
           MOVE WRK-VLR-LIQUIDO TO WRK-VALOR-ED.
           DISPLAY WRK-COMPANHIA ' ' WRK-MATRICULA ' ' WRK-NOME
               ' DIAS ' WRK-DIAS ' LIQUIDO ' WRK-VALOR-ED.
       2000-LER-PROXIMO.
           PERFORM 2100-LER-PROGRAMACAO
               THRU 2100-LER-PROGRAMACAO-EXIT.
       2000-PROCESSAR-GOZO-EXIT.
           EXIT.

       2100-LER-PROGRAMACAO.
           READ PROGRAMACAO-FERIAS
               AT END
                   MOVE 'S' TO WRK-FIM-PROGRAM
           END-READ.
       2100-LER-PROGRAMACAO-EXIT.
           EXIT.

      *****************************************************
      * VALIDA O GOZO PROGRAMADO: CAMPOS NUMERICOS, 5 A 30
      * DIAS, EMPREGADO ATIVO NO MESTRE COM SALARIO, CONTROLE
      * DE FERIAS APURADO, O MESMO GOZO NAO PAGO ANTES E UM
      * PERIODO VENCIDO COM SALDO SUFICIENTE - O MAIS ANTIGO
      *****************************************************
       2200-VALIDAR-GOZO.
           MOVE 'S' TO WRK-GOZO-OK.
           MOVE 'N' TO WRK-EM-DOBRO.
           MOVE SPACES TO WRK-MOTIVO.
           IF FG-COMPANHIA = SPACES
               MOVE '01' TO WRK-COMPANHIA
           ELSE
               MOVE FG-COMPANHIA TO WRK-COMPANHIA
           END-IF.
           IF FG-MATRICULA NOT NUMERIC
               OR FG-DATA-INICIO NOT NUMERIC
               OR FG-DIAS NOT NUMERIC
               MOVE 'CAMPOS NAO NUMERICOS NA PROGRAMACAO'
                   TO WRK-MOTIVO
               MOVE 'N' TO WRK-GOZO-OK
               GO TO 2200-VALIDAR-GOZO-EXIT
           END-IF.
           MOVE FG-MATRICULA TO WRK-MATRICULA.
           MOVE FG-DIAS TO WRK-DIAS.
           MOVE FG-DATA-INICIO (1:6) TO WRK-PERIODO.
           IF WRK-DIAS < 5 OR WRK-DIAS > 30
               MOVE 'GOZO DEVE TER DE 5 A 30 DIAS' TO WRK-MOTIVO
               MOVE 'N' TO WRK-GOZO-OK
               GO TO 2200-VALIDAR-GOZO-EXIT
           END-IF.
           MOVE WRK-COMPANHIA TO EMP-COMPANHIA.
           MOVE WRK-MATRICULA TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'MATRICULA NAO CADASTRADA NO MESTRE'
                       TO WRK-MOTIVO
                   MOVE 'N' TO WRK-GOZO-OK
           END-READ.
           IF NOT GOZO-VALIDO
               GO TO 2200-VALIDAR-GOZO-EXIT
           END-IF.
           IF EMP-INATIVO
               MOVE 'MATRICULA INATIVA - FERIAS NA RESCISAO'
                   TO WRK-MOTIVO
               MOVE 'N' TO WRK-GOZO-OK
               GO TO 2200-VALIDAR-GOZO-EXIT
           END-IF.
           IF EMP-SALARIO NOT NUMERIC OR EMP-SALARIO = ZEROS
               MOVE 'SEM SALARIO NO MESTRE' TO WRK-MOTIVO
               MOVE 'N' TO WRK-GOZO-OK
               GO TO 2200-VALIDAR-GOZO-EXIT
           END-IF.
           MOVE EMP-NOME TO WRK-NOME.
           MOVE EMP-SALARIO TO WRK-SALARIO.
           MOVE EMP-CHAVE TO FR-CHAVE.
           READ CONTROLE-FERIAS
               INVALID KEY
                   MOVE 'SEM CONTROLE DE FERIAS APURADO'
                       TO WRK-MOTIVO
                   MOVE 'N' TO WRK-GOZO-OK
           END-READ.
           IF NOT GOZO-VALIDO
               GO TO 2200-VALIDAR-GOZO-EXIT
           END-IF.
           MOVE 'N' TO WRK-ACHOU-DUP.
           MOVE ZEROS TO WRK-IND-PER-ACHADO.
           MOVE ZEROS TO WRK-IND-PER.
           PERFORM 2300-PROCURAR-PERIODO
               THRU 2300-PROCURAR-PERIODO-EXIT
               UNTIL WRK-IND-PER NOT LESS THAN FR-QTDE-PERIODOS.
           IF GOZO-JA-PAGO
               MOVE 'GOZO JA PAGO EM RUN ANTERIOR' TO WRK-MOTIVO
               MOVE 'N' TO WRK-GOZO-OK
               GO TO 2200-VALIDAR-GOZO-EXIT
           END-IF.
           IF WRK-IND-PER-ACHADO = ZEROS
               MOVE 'SEM PERIODO VENCIDO COM SALDO' TO WRK-MOTIVO
               MOVE 'N' TO WRK-GOZO-OK
               GO TO 2200-VALIDAR-GOZO-EXIT
           END-IF.
           IF FR-GOZO-PAGO (WRK-IND-PER-ACHADO, 3) NOT = SPACES
               MOVE 'PERIODO JA TEM AS TRES FRACOES PAGAS'
                   TO WRK-MOTIVO
               MOVE 'N' TO WRK-GOZO-OK
               GO TO 2200-VALIDAR-GOZO-EXIT
           END-IF.
           COMPUTE WRK-SALDO-DIAS =
               FR-DIAS-ADQUIRIDOS (WRK-IND-PER-ACHADO)
               - FR-DIAS-GOZADOS (WRK-IND-PER-ACHADO).
           IF WRK-DIAS > WRK-SALDO-DIAS
               MOVE 'DIAS ACIMA DO SALDO DO PERIODO' TO WRK-MOTIVO
               MOVE 'N' TO WRK-GOZO-OK
               GO TO 2200-VALIDAR-GOZO-EXIT
           END-IF.
           IF FG-DATA-INICIO > FR-PER-LIMITE (WRK-IND-PER-ACHADO)
               MOVE 'S' TO WRK-EM-DOBRO
           END-IF.
       2200-VALIDAR-GOZO-EXIT.
           EXIT.

      *****************************************************
      * PERCORRE OS PERIODOS DO CONTROLE: GUARDA O PRIMEIRO
      * VENCIDO COM SALDO E MARCA O GOZO COMO JA PAGO SE
      * ALGUMA FRACAO PAGA DE ALGUM PERIODO TEM ESTA DATA DE
      * INICIO
      *****************************************************
       2300-PROCURAR-PERIODO.
           ADD 1 TO WRK-IND-PER.
           IF FR-GOZO-PAGO (WRK-IND-PER, 1) = FG-DATA-INICIO
               OR FR-GOZO-PAGO (WRK-IND-PER, 2) = FG-DATA-INICIO
               OR FR-GOZO-PAGO (WRK-IND-PER, 3) = FG-DATA-INICIO
               MOVE 'S' TO WRK-ACHOU-DUP
           END-IF.
           IF WRK-IND-PER-ACHADO = ZEROS
               AND FR-PER-VENCIDO (WRK-IND-PER)
               AND FR-DIAS-GOZADOS (WRK-IND-PER)
                   < FR-DIAS-ADQUIRIDOS (WRK-IND-PER)
               MOVE WRK-IND-PER TO WRK-IND-PER-ACHADO
           END-IF.
       2300-PROCURAR-PERIODO-EXIT.
           EXIT.

      *****************************************************
      * CALCULA AS FERIAS: O VALOR DOS DIAS SOBRE O SALARIO
      * OFICIAL (BASE 30), EM DOBRO QUANDO O GOZO COMECA
      * DEPOIS DO LIMITE DE CONCESSAO, O 1/3 CONSTITUCIONAL
      * E OS DESCONTOS SIMPLIFICADOS DO PROGCOB04
      *****************************************************
       3000-CALCULAR-FERIAS.
           COMPUTE WRK-VLR-FERIAS ROUNDED =
               WRK-SALARIO * WRK-DIAS / 30.
           IF FERIAS-EM-DOBRO
               COMPUTE WRK-VLR-FERIAS = WRK-VLR-FERIAS * 2
               ADD 1 TO WRK-QTDE-DOBRO
           END-IF.
           COMPUTE WRK-TERCO-FERIAS ROUNDED = WRK-VLR-FERIAS / 3.
           COMPUTE WRK-TOTAL-BRUTO =
               WRK-VLR-FERIAS + WRK-TERCO-FERIAS.
           COMPUTE WRK-VLR-INSS ROUNDED =
               WRK-TOTAL-BRUTO * WRK-PCT-INSS.
           COMPUTE WRK-VLR-IRRF ROUNDED =
               (WRK-TOTAL-BRUTO - WRK-VLR-INSS) * WRK-PCT-IRRF.
           COMPUTE WRK-VLR-DESCONTOS =
               WRK-VLR-INSS + WRK-VLR-IRRF.
           COMPUTE WRK-VLR-LIQUIDO =
               WRK-TOTAL-BRUTO - WRK-VLR-DESCONTOS.
      *----------------------------------------------------
      *    O EXTRATO CONTABIL (EXTRREC) GUARDA 9(06)V99 -
      *    ACIMA DISSO O GOZO E RECUSADO EM VEZ DE TRUNCAR
      *    O VALOR (MESMA GUARDA DO PROGCOB04R)
      *----------------------------------------------------
           IF WRK-TOTAL-BRUTO > 999999,99
               MOVE 'VALOR EXCEDE A CAPACIDADE DO EXTRATO'
                   TO WRK-MOTIVO
               MOVE 'N' TO WRK-GOZO-OK
           END-IF.
       3000-CALCULAR-FERIAS-EXIT.
           EXIT.

      *****************************************************
      * BAIXA OS DIAS PAGOS NO PERIODO QUE OS CEDEU, COM A
      * DATA DE INICIO DO GOZO NA PRIMEIRA FRACAO LIVRE (QUE
      * IMPEDE PAGAR A MESMA PROGRAMACAO DE NOVO); PERIODO
      * SEM SALDO FICA QUITADO
      *****************************************************
       4000-BAIXAR-DIAS.
           ADD WRK-DIAS TO FR-DIAS-GOZADOS (WRK-IND-PER-ACHADO).
           MOVE FG-DATA-INICIO TO FR-ULT-GOZO (WRK-IND-PER-ACHADO).
           EVALUATE TRUE
               WHEN FR-GOZO-PAGO (WRK-IND-PER-ACHADO, 1) = SPACES
                   MOVE FG-DATA-INICIO
                       TO FR-GOZO-PAGO (WRK-IND-PER-ACHADO, 1)
               WHEN FR-GOZO-PAGO (WRK-IND-PER-ACHADO, 2) = SPACES
                   MOVE FG-DATA-INICIO
                       TO FR-GOZO-PAGO (WRK-IND-PER-ACHADO, 2)
               WHEN OTHER
                   MOVE FG-DATA-INICIO
                       TO FR-GOZO-PAGO (WRK-IND-PER-ACHADO, 3)
           END-EVALUATE.
           IF FR-DIAS-GOZADOS (WRK-IND-PER-ACHADO)
               NOT LESS THAN FR-DIAS-ADQUIRIDOS (WRK-IND-PER-ACHADO)
               MOVE 'Q' TO FR-PER-SITUACAO (WRK-IND-PER-ACHADO)
           END-IF.
           REWRITE FERIAS-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR FERIAS ' FR-CHAVE
                       ' - GOZO NAO PAGO'
                   MOVE 'N' TO WRK-GOZO-OK
           END-REWRITE.
       4000-BAIXAR-DIAS-EXIT.
           EXIT.

      *****************************************************
      * ACRESCENTA O PAGAMENTO AO EXTRATO CONTABIL COM O
      * TIPO 'F' E O PERIODO DO MES DE INICIO DO GOZO
      *****************************************************
       5000-GRAVAR-EXTRATO.
           MOVE WRK-MATRICULA TO EX-EMP-ID.
           MOVE WRK-TOTAL-BRUTO TO EX-SALARIO.
           MOVE WRK-VLR-LIQUIDO TO EX-LIQUIDO.
           MOVE WRK-MOEDA TO EX-MOEDA.
           MOVE WRK-PERIODO TO EX-PERIODO.
           MOVE EMP-CCUSTO TO EX-CCUSTO.
           MOVE WRK-COMPANHIA TO EX-COMPANHIA.
           MOVE WRK-TIPO-FOLHA TO EX-TIPO-FOLHA.
           WRITE EXTRATO-CONTABIL-REG.
       5000-GRAVAR-EXTRATO-EXIT.
           EXIT.

      *****************************************************
      * GRAVA O RECIBO DE FERIAS: CABECALHO, IDENTIFICACAO,
      * O GOZO, O PERIODO AQUISITIVO E UMA LINHA POR VERBA
      *****************************************************
       5100-GRAVAR-RECIBO.
           MOVE WRK-MOEDA TO REC-MOEDA.
           MOVE REC-LINHA-SEPARA TO WRK-HOL-LINHA.
           PERFORM 5150-GRAVAR-LINHA-REC
               THRU 5150-GRAVAR-LINHA-REC-EXIT.
           MOVE WRK-PERIODO TO REC-PERIODO.
           MOVE REC-LINHA-TITULO TO WRK-HOL-LINHA.
           PERFORM 5150-GRAVAR-LINHA-REC
               THRU 5150-GRAVAR-LINHA-REC-EXIT.
           MOVE WRK-MATRICULA TO REC-MATRICULA.
           MOVE WRK-NOME TO REC-NOME.
           MOVE REC-LINHA-IDENT TO WRK-HOL-LINHA.
           PERFORM 5150-GRAVAR-LINHA-REC
               THRU 5150-GRAVAR-LINHA-REC-EXIT.
           MOVE FG-DATA-INICIO TO REC-INICIO.
           MOVE WRK-DIAS TO REC-DIAS.
           IF FERIAS-EM-DOBRO
               MOVE 'EM DOBRO' TO REC-DOBRO
           ELSE
               MOVE SPACES TO REC-DOBRO
           END-IF.
           MOVE REC-LINHA-GOZO TO WRK-HOL-LINHA.
           PERFORM 5150-GRAVAR-LINHA-REC
               THRU 5150-GRAVAR-LINHA-REC-EXIT.
           MOVE FR-PER-INICIO (WRK-IND-PER-ACHADO) TO REC-AQU-INICIO.
           MOVE FR-PER-FIM (WRK-IND-PER-ACHADO) TO REC-AQU-FIM.
           MOVE REC-LINHA-AQUISITIVO TO WRK-HOL-LINHA.
           PERFORM 5150-GRAVAR-LINHA-REC
               THRU 5150-GRAVAR-LINHA-REC-EXIT.
           MOVE 'FERIAS............: ' TO REC-ROTULO.
           MOVE WRK-VLR-FERIAS TO WRK-VALOR-ED.
           PERFORM 5160-GRAVAR-VALOR-REC
               THRU 5160-GRAVAR-VALOR-REC-EXIT.
           MOVE '1/3 SOBRE FERIAS..: ' TO REC-ROTULO.
           MOVE WRK-TERCO-FERIAS TO WRK-VALOR-ED.
           PERFORM 5160-GRAVAR-VALOR-REC
               THRU 5160-GRAVAR-VALOR-REC-EXIT.
           MOVE 'TOTAL BRUTO.......: ' TO REC-ROTULO.
           MOVE WRK-TOTAL-BRUTO TO WRK-VALOR-ED.
           PERFORM 5160-GRAVAR-VALOR-REC
               THRU 5160-GRAVAR-VALOR-REC-EXIT.
           MOVE 'DESCONTO INSS.....: ' TO REC-ROTULO.
           MOVE WRK-VLR-INSS TO WRK-VALOR-ED.
           PERFORM 5160-GRAVAR-VALOR-REC
               THRU 5160-GRAVAR-VALOR-REC-EXIT.
           MOVE 'DESCONTO IRRF.....: ' TO REC-ROTULO.
           MOVE WRK-VLR-IRRF TO WRK-VALOR-ED.
           PERFORM 5160-GRAVAR-VALOR-REC
               THRU 5160-GRAVAR-VALOR-REC-EXIT.
           MOVE 'TOTAL DESCONTOS...: ' TO REC-ROTULO.
           MOVE WRK-VLR-DESCONTOS TO WRK-VALOR-ED.
           PERFORM 5160-GRAVAR-VALOR-REC
               THRU 5160-GRAVAR-VALOR-REC-EXIT.
           MOVE 'LIQUIDO A PAGAR...: ' TO REC-ROTULO.
           MOVE WRK-VLR-LIQUIDO TO WRK-VALOR-ED.
           PERFORM 5160-GRAVAR-VALOR-REC
               THRU 5160-GRAVAR-VALOR-REC-EXIT.
           MOVE REC-LINHA-SEPARA TO WRK-HOL-LINHA.
           PERFORM 5150-GRAVAR-LINHA-REC
               THRU 5150-GRAVAR-LINHA-REC-EXIT.
       5100-GRAVAR-RECIBO-EXIT.
           EXIT.

      *****************************************************
      * GRAVA A LINHA DO RECIBO NO FERIAHOL DO RUN E NO
      * HISTORICO FOLHAHIS, PREFIXADA COM COMPANHIA +
      * MATRICULA + PERIODO + TIPO 'F'
      *****************************************************
       5150-GRAVAR-LINHA-REC.
           WRITE RECIBO-LINHA FROM WRK-HOL-LINHA.
           MOVE WRK-COMPANHIA TO HH-COMPANHIA.
           MOVE WRK-MATRICULA TO HH-MATRICULA.
           MOVE WRK-PERIODO TO HH-PERIODO.
           MOVE WRK-TIPO-FOLHA TO HH-TIPO.
           MOVE WRK-HOL-LINHA TO HH-LINHA.
           WRITE HISTORICO-HOLERITE-REG.
       5150-GRAVAR-LINHA-REC-EXIT.
           EXIT.

       5160-GRAVAR-VALOR-REC.
           MOVE WRK-VALOR-ED TO REC-VALOR.
           MOVE REC-LINHA-VALOR TO WRK-HOL-LINHA.
           PERFORM 5150-GRAVAR-LINHA-REC
               THRU 5150-GRAVAR-LINHA-REC-EXIT.
       5160-GRAVAR-VALOR-REC-EXIT.
           EXIT.

      *****************************************************
      * GRAVA O DETALHE DA REMESSA COM O LIQUIDO EM
      * CENTAVOS. SEM DADOS BANCARIOS NUMERICOS NO MESTRE O
      * DETALHE SAI COM CONTA ZERADA E E AVISADO, COMO NO
      * PROGCOB04
      *****************************************************
       5200-GRAVAR-REMESSA.
           MOVE WRK-MATRICULA TO BCO-DET-MATRICULA.
           MOVE WRK-NOME TO BCO-DET-NOME.
           IF EMP-BANCO NUMERIC AND EMP-AGENCIA NUMERIC
               AND EMP-CONTA NUMERIC
               MOVE EMP-BANCO TO BCO-DET-BANCO
               MOVE EMP-AGENCIA TO BCO-DET-AGENCIA
               MOVE EMP-CONTA TO BCO-DET-CONTA
           ELSE
               MOVE ZEROS TO BCO-DET-BANCO
               MOVE ZEROS TO BCO-DET-AGENCIA
               MOVE ZEROS TO BCO-DET-CONTA
               ADD 1 TO WRK-QTDE-SEM-BANCO
               DISPLAY WRK-MATRICULA " " WRK-NOME
                   " *** SEM DADOS BANCARIOS NO MESTRE -"
                   " DETALHE DA REMESSA COM CONTA ZERADA ***"
           END-IF.
           COMPUTE BCO-DET-VALOR = WRK-VLR-LIQUIDO * 100.
           MOVE WRK-MOEDA TO BCO-DET-MOEDA.
           MOVE WRK-COMPANHIA TO BCO-DET-CIA.
           WRITE REMESSA-BANCO-REG FROM BCO-DETALHE.
           ADD 1 TO WRK-QTDE-REMESSA.
           ADD BCO-DET-VALOR TO WRK-TOT-LIQ-REMESSA.
       5200-GRAVAR-REMESSA-EXIT.
           EXIT.

      *****************************************************
      * FECHA A REMESSA COM O TRAILER, GRAVA A LIBERACAO
      * PENDENTE QUANDO HOUVE PAGAMENTO, IMPRIME OS TOTAIS E
      * REGISTRA O TERMINO NA TRILHA DE AUDITORIA
      *****************************************************
       9999-FINALIZAR.
           IF ARQUIVOS-ABERTOS
               MOVE WRK-QTDE-REMESSA TO BCO-TRL-QTDE
               MOVE WRK-TOT-LIQ-REMESSA TO BCO-TRL-TOTAL
               WRITE REMESSA-BANCO-REG FROM BCO-TRAILER
               CLOSE PROGRAMACAO-FERIAS
               CLOSE EMPLOYEE-MASTER
               CLOSE CONTROLE-FERIAS
               CLOSE EXTRATO-CONTABIL
               CLOSE HISTORICO-HOLERITE
               CLOSE RECIBO-FERIAS
               CLOSE REMESSA-BANCO
               IF WRK-QTDE-PAGOS > ZEROS
                   PERFORM 9970-GRAVAR-LIBERACAO
                       THRU 9970-GRAVAR-LIBERACAO-EXIT
               END-IF
               MOVE WRK-TOT-LIQUIDO TO WRK-TOT-LIQUIDO-ED
               DISPLAY 'GOZOS LIDOS.......: ' WRK-QTDE-LIDOS
               DISPLAY 'GOZOS PAGOS.......: ' WRK-QTDE-PAGOS
               DISPLAY 'GOZOS EM DOBRO....: ' WRK-QTDE-DOBRO
               DISPLAY 'GOZOS RECUSADOS...: ' WRK-QTDE-REJEITADOS
               DISPLAY 'LIQUIDO TOTAL.....: ' WRK-TOT-LIQUIDO-ED
               IF WRK-QTDE-SEM-BANCO > ZEROS
                   DISPLAY 'DETALHES SEM DADOS BANCARIOS: '
                       WRK-QTDE-SEM-BANCO
               END-IF
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB4P" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF WRK-RC-RUN = 8
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           ELSE
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           END-IF.
           MOVE WRK-QTDE-PAGOS TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.

      *****************************************************
      * GRAVA O REGISTRO DE LIBERACAO DA REMESSA DE FERIAS
      * EM SITUACAO PENDENTE, COM O PERIODO DO RUN, O TIPO
      * 'F' E O OPERADOR - A APROVACAO E DE OUTRO OPERADOR,
      * PELO PROGCOB21, E SO O PROGCOB22 LIBERA AO BANCO
      *****************************************************
       9970-GRAVAR-LIBERACAO.
           OPEN OUTPUT LIBERACAO-REMESSA.
           MOVE WRK-DATA-AUDIT (1:6) TO LB-PERIODO.
           MOVE WRK-TIPO-FOLHA TO LB-TIPO.
           MOVE WRK-DATA-AUDIT TO LB-DATA.
           MOVE WRK-QTDE-REMESSA TO LB-QTDE.
           MOVE WRK-TOT-LIQ-REMESSA TO LB-TOTAL.
           MOVE 'P' TO LB-SITUACAO.
           MOVE WRK-OPERADOR TO LB-OPER-RUN.
           MOVE SPACES TO LB-OPER-APROV.
           MOVE SPACES TO LB-DATA-APROV.
           WRITE LIBERACAO-REMESSA-REG.
           CLOSE LIBERACAO-REMESSA.
           DISPLAY 'REMESSA DE FERIAS PENDENTE DE APROVACAO DE'
               ' SUPERVISOR (PROGCOB21)'.
       9970-GRAVAR-LIBERACAO-EXIT.
           EXIT.

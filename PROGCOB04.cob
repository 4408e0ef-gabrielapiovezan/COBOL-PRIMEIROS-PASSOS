      *                    VERBA COM RUBRICA SEM CADASTRO E IGNO-
      *                    RADA COM AVISO; SEM OS DOIS ARQUIVOS A
      *                    FOLHA RODA COMO SEMPRE RODOU
      * 15/10/2026 GABPI0  EMPRESTIMO CONSIGNADO: NA FOLHA NORMAL
      *                    A PARCELA DE CADA CONTRATO ATIVO DO
      *                    CADASTRO CONSGMST (PROGCOB24) E
      *                    DESCONTADA AUTOMATICAMENTE LOGO APOS O
      *                    INSS/IRRF, SAI EM LINHA PROPRIA NO
      *                    HOLERITE E E GRAVADA NO CONSGDSC PARA O
      *                    REPASSE AOS BANCOS (PROGCOB24R); A
      *                    PARCELA PAGA E CONTADA NO CONTRATO, QUE
      *                    FICA QUITADO NA ULTIMA. CONTRATO NOVO
      *                    CUJA PRIMEIRA PARCELA LEVARIA O TOTAL
      *                    CONSIGNADO ALEM DE 35% DO LIQUIDO E
      *                    RECUSADO; PARCELA MAIOR QUE O LIQUIDO
      *                    RESTANTE NAO E DESCONTADA NO MES. OS
      *                    DOIS CASOS TERMINAM O RUN COM RC 4
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  RETENCAO DE DEPOSITO POR TROCA DE CONTA:
      *                    EMPREGADO COM BANCO/AGENCIA/CONTA
      *                    ALTERADOS NO EMPMOVH NOS ULTIMOS N DIAS
      *                    ANTES DO RUN (PARAMRET, PADRAO 5) NAO
      *                    ENTRA NA REMESSA - O LIQUIDO VAI PARA A
      *                    LISTA DE RETIDOS (FOLHARET), SAI
      *                    MARCADO NO REGISTRO E E LIBERADO PELO
      *                    SUPERVISOR NO MENU (PROGCOB30) NUMA
      *                    REMESSA SUPLEMENTAR. A CONFERENCIA DA
      *                    REMESSA E O FOLHACTL PASSAM A SEPARAR O
      *                    VALOR RETIDO; RETENCAO DA RC 4
      * 15/10/2026 GABPI0  EXPORTACAO DO REGISTRO PARA PLANILHA
      *                    (FOLHACSV): CABECALHO, UMA LINHA POR
      *                    DETALHE DO FOLHAREL COM CAMPOS
      *                    SEPARADOS POR ';' E VALORES SEM EDICAO
      *                    (VIRGULA DECIMAL), E OS TOTAIS DE
      *                    CONTROLE POR MOEDA E O TOTAL GERAL EM
      *                    LINHAS ROTULADAS NO FIM
      * 15/10/2026 GABPI0  AFASTAMENTOS (AFASTMST): NA FOLHA NORMAL
      *                    E NO ADIANTAMENTO O EMPREGADO AFASTADO
      *                    SEM NENHUM DIA PAGO PELA EMPRESA NO
      *                    PERIODO NAO E PAGO NEM REJEITADO - SAI
      *                    CONTADO A PARTE NOS TOTAIS E NO
      *                    FOLHACTL (CT-AFASTADOS). NA FOLHA
      *                    NORMAL OS DIAS NAO PAGOS DE UM
      *                    AFASTAMENTO PARCIAL SAEM DO SALARIO
      *                    BASE (BASE X DIAS / 30, CONTADOS PELO
      *                    PROGCOB43C) ANTES DAS VERBAS E DO
      *                    INSS/IRRF, EM LINHA PROPRIA NO HOLERITE
      * 15/10/2026 GABPI0  FERIAS JA PAGAS PELO PROGCOB04P
      *                    (FERIAPRG BAIXADO NO FERIAMST): NA
      *                    FOLHA NORMAL OS DIAS DE GOZO QUE CAEM
      *                    NO PERIODO SAEM DO SALARIO BASE (BASE X
      *                    DIAS / 30) EM LINHA PROPRIA NO
      *                    HOLERITE; COM FERIAS E AFASTAMENTO
      *                    COBRINDO O PERIODO TODO O EMPREGADO NAO
      *                    E PAGO E SAI CONTADO A PARTE NOS TOTAIS
      * 15/10/2026 GABPI0  GOZO PAGO CONFERIDO CONTRA TODAS AS
      *                    FRACOES PAGAS DO PERIODO (FR-GOZO-PAGO)
      *                    - COM FERIAS FRACIONADAS SO A ULTIMA
      *                    FRACAO ERA RECONHECIDA COMO PAGA
      * 15/10/2026 GABPI0  OS EM FERIAS NO PERIODO TODO SOMAM NO
      *                    CT-AFASTADOS DO FOLHACTL - ERAM LIDOS
      *                    SEM ENTRAR EM NENHUMA CONTAGEM E O
      *                    PROGCOB04V BLOQUEAVA A CADEIA (RC 8)
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           SELECT RELATORIO-FOLHA ASSIGN TO "FOLHAREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELAT.
           SELECT EXPORTA-FOLHA ASSIGN TO "FOLHACSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CSV.
           SELECT PARAM-COMPANHIA ASSIGN TO "PARAMCIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMCIA.
           SELECT VERBAS-ENTRADA ASSIGN TO "FOLHAVRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VERBAS.
           SELECT CONTRATOS-CONSIG ASSIGN TO "CONSGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WRK-FS-CONSIG.
           SELECT DESCONTOS-CONSIG ASSIGN TO "CONSGDSC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONSDSC.
           SELECT MOVIMENTO-MESTRE ASSIGN TO "EMPMOVH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVHIST.
           SELECT PARAM-RETENCAO ASSIGN TO "PARAMRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMRET.
           SELECT RETENCAO-DEPOSITO ASSIGN TO "FOLHARET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETENCAO.
           SELECT CADASTRO-AFASTAMENTO ASSIGN TO "AFASTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-CHAVE
               FILE STATUS IS WRK-FS-AFAST.
           SELECT PROGRAMACAO-FERIAS ASSIGN TO "FERIAPRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROGFER.
           SELECT CONTROLE-FERIAS ASSIGN TO "FERIAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-CHAVE
               FILE STATUS IS WRK-FS-FERIAS.
       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-ENTRADA.
           05  FE-COMPANHIA        PIC X(02).
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       FD  RELATORIO-FOLHA.
       01  RELATORIO-LINHA         PIC X(90).
      *****************************************************
      * EXPORTACAO DO REGISTRO DE PAGAMENTO PARA PLANILHA:
      * LINHAS COM CAMPOS SEPARADOS POR ';'
      *****************************************************
       FD  EXPORTA-FOLHA.
       01  EXPORTA-FOLHA-LINHA     PIC X(100).
      *****************************************************
      * PARAMETRO DE COMPANHIA DO RUN: O CODIGO DA COMPANHIA
      * QUE ESTA EXECUCAO PODE PAGAR, OU '**' PARA TODAS
      *****************************************************
      * REGISTRO DE CONTROLE DO RUN (FOLHACTL), SUBSTITUIDO
      * A CADA FOLHA REAL: AS CONTAGENS E O TOTAL LIQUIDO
      * QUE O PROGCOB04V RECONCILIA CONTRA OS ARQUIVOS DA
      * NOITE. OS DEPOSITOS RETIDOS ESTAO DENTRO DE PAGOS E
      * DO TOTAL LIQUIDO, E FORA DA REMESSA - POR ISSO VEM
      * SEPARADOS NO FIM DO REGISTRO. OS AFASTADOS SEM
      * PAGAMENTO NO PERIODO FORAM LIDOS MAS NAO SAO PAGOS
      * NEM REJEITADOS; CT-AFASTADOS CONTA TAMBEM OS QUE
      * FERIAS JA PAGAS (COM OU SEM AFASTAMENTO) COBREM NO
      * PERIODO TODO, PELO MESMO MOTIVO
      *****************************************************
       FD  CONTROLE-RUN.
       01  CONTROLE-RUN-REG.
           05  CT-FORA-ESCOPO      PIC 9(06).
           05  CT-EXTRATOS         PIC 9(06).
           05  CT-TOT-LIQ          PIC 9(13).
           05  CT-RETIDOS          PIC 9(06).
           05  CT-TOT-RETIDO       PIC 9(13).
           05  CT-AFASTADOS        PIC 9(06).
      *****************************************************
      * PARAMETRO DO MODO DE SIMULACAO: 'S' RODA A PREVIA
      * (CALCULO COMPLETO, NADA GRAVADO ALEM DO REGISTRO);
           05  VB-MATRICULA        PIC 9(06).
           05  VB-RUBRICA          PIC X(04).
           05  VB-VALOR            PIC 9(06)V99.
       FD  CONTRATOS-CONSIG.
           COPY CONSGREC.
       FD  DESCONTOS-CONSIG.
           COPY CONSDREC.
       FD  MOVIMENTO-MESTRE.
           COPY MOVHREC.
      *****************************************************
      * DIAS DE RETENCAO: ALTERACAO DE DADOS BANCARIOS FEITA
      * ATE ESTE NUMERO DE DIAS ANTES DO RUN RETEM O DEPOSITO
      *****************************************************
       FD  PARAM-RETENCAO.
       01  PARAM-RETENCAO-REG.
           05  PR-DIAS-RETENCAO    PIC 9(03).
       FD  RETENCAO-DEPOSITO.
           COPY RETEREC.
       FD  CADASTRO-AFASTAMENTO.
           COPY AFASTREC.
      *****************************************************
      * PROGRAMACAO DE FERIAS DO RH, A MESMA PAGA PELO
      * PROGCOB04P: COMPANHIA (BRANCO = '01'), MATRICULA,
      * DATA DE INICIO DO GOZO (AAAAMMDD) E DIAS (5 A 30)
      *****************************************************
       FD  PROGRAMACAO-FERIAS.
       01  PROGRAMACAO-FERIAS-REG.
           05  FG-COMPANHIA        PIC X(02).
           05  FG-MATRICULA        PIC X(06).
           05  FG-DATA-INICIO      PIC X(08).
           05  FG-DIAS             PIC X(02).
       FD  CONTROLE-FERIAS.
           COPY FERIAREC.
       WORKING-STORAGE SECTION.
       77 WRK-FS-FOLHA        PIC X(02) VALUE SPACES.
       77 WRK-FS-EMPMAST      PIC X(02) VALUE SPACES.
       77 WRK-FS-EXTRATO      PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT      PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT      PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(07) VALUE 'FALTAS '.
           05 WRK-ROT-DIAS     PIC 9(02).
           05 FILLER           PIC X(11) VALUE ' DIAS....: '.
      *---------------------------------------------------
      * AFASTAMENTOS DO PERIODO (AFASTMST): DIAS NAO PAGOS
      * PELA EMPRESA, SOMADOS NOS AFASTAMENTOS DO EMPREGADO
      * (PROGCOB43C) E LIMITADOS AO MES COMERCIAL DE 30.
      * SEM O ARQUIVO A FOLHA RODA SEM AFASTAMENTOS
      *---------------------------------------------------
       77 WRK-FS-AFAST       PIC X(02) VALUE SPACES.
       77 WRK-AFAST-OK       PIC X(01) VALUE 'N'.
           88 AFASTAMENTOS-DISPONIVEIS VALUE 'S'.
       77 WRK-FIM-AFAST      PIC X(01) VALUE 'N'.
           88 FIM-AFASTAMENTOS        VALUE 'S'.
       77 WRK-DIAS-AFASTADO  PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-SEM-PAGTO PIC 9(02) VALUE ZEROS.
       77 WRK-TOT-SEM-PAGTO  PIC 9(03) VALUE ZEROS.
       77 WRK-VLR-AFASTAMENTO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-AFAST-ED       PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-AFAST-ED-USD   PIC X(15) VALUE SPACES.
       77 WRK-QTDE-AFASTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-PAGOS-AFAST PIC 9(06) VALUE ZEROS.
       01 WRK-ROTULO-AFAST.
           05 FILLER           PIC X(09) VALUE 'AFASTADO '.
           05 WRK-ROT-DIAS-AFAST PIC 9(02).
           05 FILLER           PIC X(09) VALUE ' DIAS..: '.
      *---------------------------------------------------
      * FERIAS JA PAGAS PELO PROGCOB04P: GOZOS DO FERIAPRG
      * BAIXADOS NO FERIAMST (FR-GOZO-PAGO = DATA DE INICIO).
      * OS DIAS DE GOZO QUE CAEM NO PERIODO, NO MES
      * COMERCIAL DE 30 COMO NO PROGCOB43C, SAEM DO SALARIO
      * DA FOLHA NORMAL. SEM OS ARQUIVOS A FOLHA RODA SEM O
      * DESCONTO DE FERIAS
      *---------------------------------------------------
       77 WRK-FS-PROGFER     PIC X(02) VALUE SPACES.
       77 WRK-FS-FERIAS      PIC X(02) VALUE SPACES.
       77 WRK-FIM-PROGFER    PIC X(01) VALUE 'N'.
           88 FIM-PROGFER             VALUE 'S'.
       77 WRK-GOZO-PAGO      PIC X(01) VALUE 'N'.
           88 GOZO-PAGO               VALUE 'S'.
       77 WRK-QTDE-GOZOS     PIC 9(03) VALUE ZEROS.
       77 WRK-IND-GOZ        PIC 9(03) VALUE ZEROS.
       77 WRK-IND-PER-FER    PIC 9(01) VALUE ZEROS.
       77 WRK-DIAS-GOZO      PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-AVANCO    PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-GOZO-PER  PIC 9(02) VALUE ZEROS.
       77 WRK-GOZO-PRIMEIRO  PIC 9(02) VALUE ZEROS.
       77 WRK-GOZO-ULTIMO    PIC 9(02) VALUE ZEROS.
       77 WRK-ULTIMO-DIA-MES PIC 9(02) VALUE ZEROS.
       77 WRK-TOT-DIAS-FERIAS PIC 9(03) VALUE ZEROS.
       77 WRK-VLR-FERIAS     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FERIAS-ED      PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FERIAS-ED-USD  PIC X(15) VALUE SPACES.
       77 WRK-QTDE-EM-FERIAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-PAGOS-FERIAS PIC 9(06) VALUE ZEROS.
       01 WRK-GOZO-FIM.
           05 GFM-ANO          PIC 9(04).
           05 GFM-MES          PIC 9(02).
           05 GFM-DIA          PIC 9(02).
       01 TAB-FERIAS-GOZO.
           05 GOZ-ENTRADA OCCURS 200 TIMES.
               10 GOZ-CIA          PIC X(02).
               10 GOZ-MATRICULA    PIC 9(06).
               10 GOZ-DIAS         PIC 9(02).
       01 WRK-ROTULO-FERIAS.
           05 FILLER           PIC X(07) VALUE 'FERIAS '.
           05 WRK-ROT-DIAS-FERIAS PIC 9(02).
           05 FILLER           PIC X(11) VALUE ' DIAS....: '.
       77 WRK-SIMULACAO      PIC X(01) VALUE 'N'.
           88 FOLHA-SIMULACAO         VALUE 'S'.
      *---------------------------------------------------
       77 WRK-QTDE-VRB-APLIC PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-VRB-IGNOR PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * EMPRESTIMO CONSIGNADO (CONSGMST): PARCELAS DESCONTA-
      * DAS DO EMPREGADO CORRENTE, MARGEM DE 35% DO LIQUIDO
      * APOS INSS/IRRF E CONTAGENS DO RUN. OS CONTRATOS EM
      * CURSO SAO DESCONTADOS ANTES DOS NOVOS, QUE SO ENTRAM
      * SE COUBEREM NA MARGEM QUE SOBROU. SEM O CADASTRO A
      * FOLHA RODA SEM CONSIGNADO, COMO SEMPRE RODOU
      *---------------------------------------------------
       77 WRK-FS-CONSIG      PIC X(02) VALUE SPACES.
       77 WRK-FS-CONSDSC     PIC X(02) VALUE SPACES.
       77 WRK-CONSIG-OK      PIC X(01) VALUE 'N'.
           88 CONSIG-DISPONIVEL       VALUE 'S'.
       77 WRK-CONSIG-AVISO   PIC X(01) VALUE 'N'.
           88 CONSIG-COM-AVISO        VALUE 'S'.
       77 WRK-FIM-CONSIG     PIC X(01) VALUE 'N'.
           88 FIM-CONTRATOS           VALUE 'S'.
       77 WRK-PASSO-CONSIG   PIC X(01) VALUE 'E'.
           88 PASSO-EM-CURSO          VALUE 'E'.
           88 PASSO-NOVOS             VALUE 'N'.
       77 WRK-CONTRATO-NOVO  PIC X(01) VALUE 'N'.
           88 CONTRATO-NOVO           VALUE 'S'.
       77 WRK-PARC-JA-DESC   PIC X(01) VALUE 'N'.
           88 PARCELA-JA-DESCONTADA   VALUE 'S'.
       77 WRK-PCT-CONSIG     PIC 9V99 VALUE 0,35.
       77 WRK-VLR-MARGEM     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VLR-CONSIG     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CONSIG-ED      PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VLR-CONSIG-TOTAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTDE-CONSIG-DESC PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-CONSIG-RECUS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-CONSIG-NDESC PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * GUARDAS DE CAPACIDADE E DE PISO DO LIQUIDO: O BRUTO
      * COM PROVENTOS NAO PODE ESTOURAR A PICTURE 9(06)V99
      * (O REGISTRO E REJEITADO, COMO NO PROGCOB04R) E OS
       77 WRK-REMESSA-OK      PIC X(01) VALUE 'S'.
           88 REMESSA-CONFERIDA       VALUE 'S'.
      *---------------------------------------------------
      * RETENCAO DE DEPOSITO POR TROCA DE CONTA: AS
      * ALTERACOES DE BANCO/AGENCIA/CONTA DO EMPMOVH FEITAS
      * DA DATA DE CORTE (DATA DO RUN MENOS OS DIAS DO
      * PARAMRET) EM DIANTE, A ULTIMA DE CADA MATRICULA, E
      * OS TOTAIS RETIDOS EM CENTAVOS (FORA DA REMESSA)
      *---------------------------------------------------
       77 WRK-FS-MOVHIST      PIC X(02) VALUE SPACES.
       77 WRK-FS-PARAMRET     PIC X(02) VALUE SPACES.
       77 WRK-FS-RETENCAO     PIC X(02) VALUE SPACES.
       77 WRK-FIM-MOVHIST     PIC X(01) VALUE 'N'.
           88 FIM-MOVHIST             VALUE 'S'.
       77 WRK-DIAS-RETENCAO   PIC 9(03) VALUE 005.
       77 WRK-CONT-DIAS       PIC 9(03) VALUE ZEROS.
       77 WRK-RESTO-BISSEXTO  PIC 9(02) VALUE ZEROS.
       77 WRK-QUOC-BISSEXTO   PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-CORTE.
           05 COR-ANO          PIC 9(04).
           05 COR-MES          PIC 9(02).
           05 COR-DIA          PIC 9(02).
       77 WRK-QTDE-ALT-BANCO  PIC 9(03) VALUE ZEROS.
       77 WRK-IND-ALT         PIC 9(03) VALUE ZEROS.
       77 WRK-IND-ALT-ACHADO  PIC 9(03) VALUE ZEROS.
       77 WRK-ALT-CIA-BUSCA   PIC X(02) VALUE SPACES.
       77 WRK-ALT-MAT-BUSCA   PIC 9(06) VALUE ZEROS.
       01 TAB-ALTER-BANCO.
           05 ALT-ENTRADA OCCURS 200 TIMES.
               10 ALT-CIA          PIC X(02).
               10 ALT-MATRICULA    PIC 9(06).
               10 ALT-DATA         PIC X(08).
               10 ALT-OPERADOR     PIC X(08).
       77 WRK-QTDE-RETIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-LIQ-RETIDO  PIC 9(13) VALUE ZEROS.
       77 WRK-TOT-RETIDO-ED   PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOT-RETIDO-BRL  PIC 9(11)V99 VALUE ZEROS.
       01 REL-RETIDO-LINHA.
           05 FILLER           PIC X(08) VALUE SPACES.
           05 FILLER           PIC X(40)
               VALUE '*** DEPOSITO RETIDO - CONTA ALTERADA EM '.
           05 REL-RET-DATA     PIC X(08).
           05 FILLER           PIC X(05) VALUE ' POR '.
           05 REL-RET-OPERADOR PIC X(08).
           05 FILLER           PIC X(04) VALUE ' ***'.
      *---------------------------------------------------
      * CONTROLE DE PAGINACAO E LINHAS DO REGISTRO IMPRESSO
      * (FOLHAREL)
      *---------------------------------------------------
           05 REL-CC-DESCONTOS PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 REL-CC-LIQUIDO   PIC X(15).
      *---------------------------------------------------
      * EXPORTACAO PARA PLANILHA (FOLHACSV): CAMPOS SEPARADOS
      * POR ';', VALORES SEM MASCARA NEM MOEDA, SEMPRE COM A
      * VIRGULA DECIMAL. OS TOTAIS DE CONTROLE SAEM NO FIM EM
      * LINHAS ROTULADAS NA PRIMEIRA COLUNA, COM A QUANTIDADE
      * NA SEGUNDA, PARA A PLANILHA FECHAR COM O IMPRESSO
      *---------------------------------------------------
       77 WRK-FS-CSV          PIC X(02) VALUE SPACES.
       01 CSV-CABECALHO.
           05 FILLER           PIC X(44)
               VALUE 'MATRICULA;NOME;MOEDA;BRUTO;DESCONTOS;LIQUIDO'.
       01 CSV-DETALHE.
           05 CSV-DET-MATRICULA PIC 9(06).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-NOME     PIC X(20).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-MOEDA    PIC X(03).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-BRUTO    PIC 9(09),99.
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-DESCONTOS PIC 9(09),99.
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-LIQUIDO  PIC 9(09),99.
       01 CSV-TOTAL.
           05 CSV-TOT-ROTULO   PIC X(30).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-TOT-QTDE     PIC 9(06).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-TOT-MOEDA    PIC X(03).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-TOT-BRUTO    PIC 9(11),99.
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-TOT-DESCONTOS PIC 9(11),99.
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-TOT-LIQUIDO  PIC 9(11),99.
       01 CSV-TOTAL-GERAL.
           05 CSV-GER-ROTULO   PIC X(30).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-GER-QTDE     PIC 9(06).
           05 FILLER           PIC X(05) VALUE ';BRL;'.
           05 CSV-GER-BRUTO    PIC 9(11),99.
           05 FILLER           PIC X(02) VALUE ';;'.
       01 BCO-HEADER.
           05 FILLER           PIC X(01) VALUE '0'.
           05 BCO-HDR-EMPRESA  PIC X(30)
           05 TOT-ENTRADA OCCURS 20 TIMES.
               10 TOT-MOEDA        PIC X(03).
               10 TOT-SALARIO      PIC 9(09)V99.
               10 TOT-QTDE         PIC 9(06).
               10 TOT-DESCONTOS    PIC 9(09)V99.
               10 TOT-LIQUIDO      PIC 9(09)V99.
       77 WRK-TOTAL-GERAL-BRL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-GERAL-ED  PIC $ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-MOEDA-ED  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 HOL-VALOR        PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 HOL-MOEDA        PIC X(03).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               IF WRK-QTDE-REJEITADOS > ZEROS
                   OR ORCAMENTO-ESTOURADO
                   OR TABELA-PERDEU-ENTRADA
                   OR CONSIG-COM-AVISO
                   OR WRK-QTDE-RETIDOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCOB4" TO AU-PROGRAMA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

           MOVE 'N' TO WRK-ORC-ESTOURADO.
           MOVE 'N' TO WRK-TAB-PERDIDA.
           MOVE 'S' TO WRK-REMESSA-OK.
           MOVE 'N' TO WRK-CONSIG-OK WRK-CONSIG-AVISO.
           MOVE ZEROS TO WRK-QTDE-CONSIG-DESC WRK-QTDE-CONSIG-RECUS
               WRK-QTDE-CONSIG-NDESC WRK-VLR-CONSIG-TOTAL.
           MOVE ZEROS TO WRK-TOTAL-GERAL-BRL WRK-QTDE-TOT-MOEDA
               WRK-QTDE-LIDOS WRK-QTDE-PAGOS WRK-QTDE-REJEITADOS
               WRK-QTDE-CCUSTO WRK-TOT-LIQ-REGISTRO
               WRK-QTDE-ORCAMENTO WRK-QTDE-DESC-CAPADOS
               WRK-QTDE-RUBRICAS
               WRK-QTDE-VERBAS WRK-QTDE-VRB-APLIC
               WRK-QTDE-VRB-IGNOR WRK-QTDE-ALT-BANCO
               WRK-QTDE-RETIDOS WRK-TOT-LIQ-RETIDO
               WRK-QTDE-AFASTADOS WRK-QTDE-PAGOS-AFAST
               WRK-QTDE-GOZOS WRK-QTDE-EM-FERIAS
               WRK-QTDE-PAGOS-FERIAS.
           PERFORM 1100-LER-PERIODO THRU 1100-LER-PERIODO-EXIT.
           IF RUN-BLOQUEADO
               MOVE 'S' TO WRK-FIM-ARQUIVO
               THRU 1188-CONTAR-DIAS-UTEIS-EXIT.
           PERFORM 1192-CARREGAR-ORCAMENTO
               THRU 1192-CARREGAR-ORCAMENTO-EXIT.
           PERFORM 1197-CARREGAR-ALTER-BANCO
               THRU 1197-CARREGAR-ALTER-BANCO-EXIT.
           MOVE 'S' TO WRK-MESTRE-OK.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST NOT = "00"
               OPEN OUTPUT REMESSA-BANCO
               MOVE WRK-DATA-AUDIT TO BCO-HDR-DATA
               WRITE REMESSA-BANCO-REG FROM BCO-HEADER
               OPEN EXTEND RETENCAO-DEPOSITO
               IF WRK-FS-RETENCAO = "35"
                   OPEN OUTPUT RETENCAO-DEPOSITO
               END-IF
           END-IF.
           IF FOLHA-NORMAL
               PERFORM 1196-ABRIR-CONSIGNADOS
                   THRU 1196-ABRIR-CONSIGNADOS-EXIT
           END-IF.
           PERFORM 1110-ABRIR-AFASTAMENTOS
               THRU 1110-ABRIR-AFASTAMENTOS-EXIT.
           PERFORM 1115-CARREGAR-FERIAS
               THRU 1115-CARREGAR-FERIAS-EXIT.
           OPEN OUTPUT RELATORIO-FOLHA.
           OPEN OUTPUT EXPORTA-FOLHA.
           WRITE EXPORTA-FOLHA-LINHA FROM CSV-CABECALHO.
           MOVE 99 TO WRK-LIN-PAGINA.
           MOVE ZEROS TO WRK-NUM-PAGINA.
           DISPLAY "=========== REGISTRO DE PAGAMENTO ============".
       1100-LER-PERIODO-EXIT.
           EXIT.

      *****************************************************
      * ABRE O CADASTRO DE AFASTAMENTOS PARA A CONSULTA POR
      * MATRICULA. SO A FOLHA NORMAL E O ADIANTAMENTO
      * CONSULTAM AFASTAMENTOS - O 13o SEGUE A SUA REGRA
      *****************************************************
       1110-ABRIR-AFASTAMENTOS.
           MOVE 'N' TO WRK-AFAST-OK.
           IF NOT FOLHA-NORMAL AND NOT FOLHA-ADIANTAMENTO
               GO TO 1110-ABRIR-AFASTAMENTOS-EXIT
           END-IF.
           OPEN INPUT CADASTRO-AFASTAMENTO.
           IF WRK-FS-AFAST NOT = "00"
               DISPLAY 'AFASTMST NAO ENCONTRADO - FOLHA SEM'
                   ' AFASTAMENTOS'
               GO TO 1110-ABRIR-AFASTAMENTOS-EXIT
           END-IF.
           MOVE 'S' TO WRK-AFAST-OK.
       1110-ABRIR-AFASTAMENTOS-EXIT.
           EXIT.

      *****************************************************
      * CARREGA OS GOZOS DE FERIAS JA PAGOS PELO PROGCOB04P
      * QUE TEM DIAS NO PERIODO, COM OS DIAS DO PERIODO JA
      * CONTADOS. SO A FOLHA NORMAL DESCONTA FERIAS; SEM O
      * FERIAPRG OU O FERIAMST A FOLHA RODA SEM O DESCONTO
      *****************************************************
       1115-CARREGAR-FERIAS.
           IF NOT FOLHA-NORMAL
               GO TO 1115-CARREGAR-FERIAS-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-PROGFER.
           OPEN INPUT PROGRAMACAO-FERIAS.
           IF WRK-FS-PROGFER NOT = "00"
               DISPLAY 'FERIAPRG NAO ENCONTRADO - FOLHA SEM'
                   ' DESCONTO DE FERIAS'
               GO TO 1115-CARREGAR-FERIAS-EXIT
           END-IF.
           OPEN INPUT CONTROLE-FERIAS.
           IF WRK-FS-FERIAS NOT = "00"
               DISPLAY 'FERIAMST NAO ENCONTRADO - FOLHA SEM'
                   ' DESCONTO DE FERIAS'
               CLOSE PROGRAMACAO-FERIAS
               GO TO 1115-CARREGAR-FERIAS-EXIT
           END-IF.
           PERFORM 1116-LER-GOZO THRU 1116-LER-GOZO-EXIT
               UNTIL FIM-PROGFER.
           CLOSE PROGRAMACAO-FERIAS.
           CLOSE CONTROLE-FERIAS.
           IF WRK-QTDE-GOZOS > ZEROS
               DISPLAY 'GOZOS DE FERIAS PAGOS NO PERIODO: '
                   WRK-QTDE-GOZOS
           END-IF.
       1115-CARREGAR-FERIAS-EXIT.
           EXIT.

      *****************************************************
      * UM GOZO PROGRAMADO: IGNORADO SE INVALIDO (O
      * PROGCOB04P O RECUSA), SEM DIAS NO PERIODO OU AINDA
      * NAO BAIXADO NO FERIAMST
      *****************************************************
       1116-LER-GOZO.
           READ PROGRAMACAO-FERIAS
               AT END
                   MOVE 'S' TO WRK-FIM-PROGFER
                   GO TO 1116-LER-GOZO-EXIT
           END-READ.
           IF FG-MATRICULA NOT NUMERIC
               OR FG-DATA-INICIO NOT NUMERIC
               OR FG-DIAS NOT NUMERIC
               GO TO 1116-LER-GOZO-EXIT
           END-IF.
           MOVE FG-DIAS TO WRK-DIAS-GOZO.
           IF WRK-DIAS-GOZO < 5 OR WRK-DIAS-GOZO > 30
               GO TO 1116-LER-GOZO-EXIT
           END-IF.
           PERFORM 1117-CONTAR-DIAS-GOZO
               THRU 1117-CONTAR-DIAS-GOZO-EXIT.
           IF WRK-DIAS-GOZO-PER = ZEROS
               GO TO 1116-LER-GOZO-EXIT
           END-IF.
           IF FG-COMPANHIA = SPACES
               MOVE '01' TO FR-COMPANHIA
           ELSE
               MOVE FG-COMPANHIA TO FR-COMPANHIA
           END-IF.
           MOVE FG-MATRICULA TO FR-MATRICULA.
           MOVE 'N' TO WRK-GOZO-PAGO.
           READ CONTROLE-FERIAS
               INVALID KEY
                   GO TO 1116-LER-GOZO-EXIT
           END-READ.
           IF FR-QTDE-PERIODOS NOT NUMERIC
               GO TO 1116-LER-GOZO-EXIT
           END-IF.
           MOVE ZEROS TO WRK-IND-PER-FER.
           PERFORM 1119-CONFERIR-PAGO THRU 1119-CONFERIR-PAGO-EXIT
               UNTIL GOZO-PAGO
                   OR WRK-IND-PER-FER NOT LESS THAN FR-QTDE-PERIODOS.
           IF NOT GOZO-PAGO
               GO TO 1116-LER-GOZO-EXIT
           END-IF.
           IF WRK-QTDE-GOZOS < 200
               ADD 1 TO WRK-QTDE-GOZOS
               MOVE FR-COMPANHIA TO GOZ-CIA (WRK-QTDE-GOZOS)
               MOVE FR-MATRICULA TO GOZ-MATRICULA (WRK-QTDE-GOZOS)
               MOVE WRK-DIAS-GOZO-PER TO GOZ-DIAS (WRK-QTDE-GOZOS)
           ELSE
               DISPLAY 'TABELA DE FERIAS CHEIA - MATRICULA '
                   FG-MATRICULA ' IGNORADA'
               MOVE 'S' TO WRK-TAB-PERDIDA
           END-IF.
       1116-LER-GOZO-EXIT.
           EXIT.

      *****************************************************
      * CONTA OS DIAS DO GOZO QUE CAEM NO PERIODO, NO MES
      * DE 30 DIAS DO PROGCOB43C: O GOZO QUE VEM DE ANTES
      * COMECA NO DIA 1 E O QUE SEGUE ALEM DO PERIODO VAI
      * ATE O DIA 30, MESMO EM FEVEREIRO E NOS MESES DE 31
      *****************************************************
       1117-CONTAR-DIAS-GOZO.
           MOVE ZEROS TO WRK-DIAS-GOZO-PER.
           IF FG-DATA-INICIO (1:6) > WRK-PERIODO
               GO TO 1117-CONTAR-DIAS-GOZO-EXIT
           END-IF.
           MOVE FG-DATA-INICIO TO WRK-GOZO-FIM.
           COMPUTE WRK-DIAS-AVANCO = WRK-DIAS-GOZO - 1.
           PERFORM 1118-AVANCAR-DIA THRU 1118-AVANCAR-DIA-EXIT
               WRK-DIAS-AVANCO TIMES.
           IF WRK-GOZO-FIM (1:6) < WRK-PERIODO
               GO TO 1117-CONTAR-DIAS-GOZO-EXIT
           END-IF.
           IF FG-DATA-INICIO (1:6) < WRK-PERIODO
               MOVE 1 TO WRK-GOZO-PRIMEIRO
           ELSE
               MOVE FG-DATA-INICIO (7:2) TO WRK-GOZO-PRIMEIRO
           END-IF.
           IF WRK-GOZO-PRIMEIRO > 30
               GO TO 1117-CONTAR-DIAS-GOZO-EXIT
           END-IF.
           IF WRK-GOZO-FIM (1:6) > WRK-PERIODO
               MOVE 30 TO WRK-GOZO-ULTIMO
           ELSE
               MOVE GFM-DIA TO WRK-GOZO-ULTIMO
               IF WRK-GOZO-ULTIMO > 30
                   MOVE 30 TO WRK-GOZO-ULTIMO
               END-IF
           END-IF.
           COMPUTE WRK-DIAS-GOZO-PER =
               WRK-GOZO-ULTIMO - WRK-GOZO-PRIMEIRO + 1.
       1117-CONTAR-DIAS-GOZO-EXIT.
           EXIT.

      *****************************************************
      * AVANCA UM DIA NO FIM DO GOZO, VIRANDO O MES E O ANO
      * (FEVEREIRO COM 29 DIAS NO ANO DIVISIVEL POR 4)
      *****************************************************
       1118-AVANCAR-DIA.
           EVALUATE TRUE
               WHEN GFM-MES = 4 OR GFM-MES = 6
                   OR GFM-MES = 9 OR GFM-MES = 11
                   MOVE 30 TO WRK-ULTIMO-DIA-MES
               WHEN GFM-MES = 2
                   DIVIDE GFM-ANO BY 4 GIVING WRK-QUOC-BISSEXTO
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       MOVE 29 TO WRK-ULTIMO-DIA-MES
                   ELSE
                       MOVE 28 TO WRK-ULTIMO-DIA-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WRK-ULTIMO-DIA-MES
           END-EVALUATE.
           IF GFM-DIA < WRK-ULTIMO-DIA-MES
               ADD 1 TO GFM-DIA
               GO TO 1118-AVANCAR-DIA-EXIT
           END-IF.
           MOVE 1 TO GFM-DIA.
           IF GFM-MES = 12
               MOVE 1 TO GFM-MES
               ADD 1 TO GFM-ANO
           ELSE
               ADD 1 TO GFM-MES
           END-IF.
       1118-AVANCAR-DIA-EXIT.
           EXIT.

      *****************************************************
      * O GOZO ESTA PAGO QUANDO ALGUM PERIODO AQUISITIVO DO
      * CONTROLE TEM ESTA DATA DE INICIO ENTRE AS FRACOES
      * PAGAS - A MESMA CONFERENCIA DO PROGCOB04P
      *****************************************************
       1119-CONFERIR-PAGO.
           ADD 1 TO WRK-IND-PER-FER.
           IF FR-GOZO-PAGO (WRK-IND-PER-FER, 1) = FG-DATA-INICIO
               OR FR-GOZO-PAGO (WRK-IND-PER-FER, 2) = FG-DATA-INICIO
               OR FR-GOZO-PAGO (WRK-IND-PER-FER, 3) = FG-DATA-INICIO
               MOVE 'S' TO WRK-GOZO-PAGO
           END-IF.
       1119-CONFERIR-PAGO-EXIT.
           EXIT.

      *****************************************************
      * LE DO PARAMCIA QUAL COMPANHIA ESTE RUN PODE PAGAR
      * ('**' OU ARQUIVO AUSENTE = TODAS). REGISTROS DE
       1194-LER-MARGEM-EXIT.
           EXIT.

      *****************************************************
      * CARREGA AS ALTERACOES DE DADOS BANCARIOS RECENTES DO
      * HISTORICO DE MOVIMENTOS DO MESTRE (EMPMOVH): SO A
      * TROCA DE UMA CONTA EXISTENTE (IMAGEM ANTES
      * PREENCHIDA) CONTA - A CONTA DA ADMISSAO NAO E
      * ALTERACAO. SEM O EMPMOVH A FOLHA RODA SEM RETENCAO,
      * COMO SEMPRE RODOU
      *****************************************************
       1197-CARREGAR-ALTER-BANCO.
           MOVE 'N' TO WRK-FIM-MOVHIST.
           PERFORM 1191-LER-DIAS-RETENCAO
               THRU 1191-LER-DIAS-RETENCAO-EXIT.
           MOVE WRK-DATA-AUDIT TO WRK-DATA-CORTE.
           PERFORM 1199-RECUAR-DIA THRU 1199-RECUAR-DIA-EXIT
               WRK-DIAS-RETENCAO TIMES.
           OPEN INPUT MOVIMENTO-MESTRE.
           IF WRK-FS-MOVHIST NOT = "00"
               DISPLAY 'EMPMOVH NAO ENCONTRADO - FOLHA SEM RETENCAO'
                   ' POR TROCA DE CONTA'
               GO TO 1197-CARREGAR-ALTER-BANCO-EXIT
           END-IF.
           PERFORM 1198-LER-ALTER-BANCO
               THRU 1198-LER-ALTER-BANCO-EXIT
               UNTIL FIM-MOVHIST.
           CLOSE MOVIMENTO-MESTRE.
           IF WRK-QTDE-ALT-BANCO > ZEROS
               DISPLAY 'CONTAS ALTERADAS DESDE ' WRK-DATA-CORTE
                   ': ' WRK-QTDE-ALT-BANCO ' (DEPOSITO RETIDO)'
           END-IF.
       1197-CARREGAR-ALTER-BANCO-EXIT.
           EXIT.

       1198-LER-ALTER-BANCO.
           READ MOVIMENTO-MESTRE
               AT END
                   MOVE 'S' TO WRK-FIM-MOVHIST
           END-READ.
           IF FIM-MOVHIST
               GO TO 1198-LER-ALTER-BANCO-EXIT
           END-IF.
           IF MV-DATA < WRK-DATA-CORTE OR MV-DATA > WRK-DATA-AUDIT
               GO TO 1198-LER-ALTER-BANCO-EXIT
           END-IF.
           IF MV-ANT-BANCO = SPACES AND MV-ANT-AGENCIA = SPACES
               AND MV-ANT-CONTA = SPACES
               GO TO 1198-LER-ALTER-BANCO-EXIT
           END-IF.
           IF MV-ANT-BANCO = MV-DEP-BANCO
               AND MV-ANT-AGENCIA = MV-DEP-AGENCIA
               AND MV-ANT-CONTA = MV-DEP-CONTA
               GO TO 1198-LER-ALTER-BANCO-EXIT
           END-IF.
           IF MV-COMPANHIA = SPACES
               MOVE '01' TO WRK-ALT-CIA-BUSCA
           ELSE
               MOVE MV-COMPANHIA TO WRK-ALT-CIA-BUSCA
           END-IF.
           MOVE MV-MATRICULA TO WRK-ALT-MAT-BUSCA.
           PERFORM 2296-PROCURAR-ALTERACAO
               THRU 2296-PROCURAR-ALTERACAO-EXIT.
      *----------------------------------------------------
      *    O EMPMOVH E CRONOLOGICO: UMA NOVA TROCA DA MESMA
      *    MATRICULA SUBSTITUI A DATA E O OPERADOR DA
      *    ANTERIOR
      *----------------------------------------------------
           IF WRK-IND-ALT-ACHADO = ZEROS
               IF WRK-QTDE-ALT-BANCO < 200
                   ADD 1 TO WRK-QTDE-ALT-BANCO
                   MOVE WRK-QTDE-ALT-BANCO TO WRK-IND-ALT-ACHADO
                   MOVE WRK-ALT-CIA-BUSCA
                       TO ALT-CIA (WRK-IND-ALT-ACHADO)
                   MOVE WRK-ALT-MAT-BUSCA
                       TO ALT-MATRICULA (WRK-IND-ALT-ACHADO)
               ELSE
                   DISPLAY 'TABELA DE CONTAS ALTERADAS CHEIA -'
                       ' MATRICULA ' MV-MATRICULA ' IGNORADA'
                   MOVE 'S' TO WRK-TAB-PERDIDA
                   GO TO 1198-LER-ALTER-BANCO-EXIT
               END-IF
           END-IF.
           MOVE MV-DATA TO ALT-DATA (WRK-IND-ALT-ACHADO).
           MOVE MV-OPERADOR TO ALT-OPERADOR (WRK-IND-ALT-ACHADO).
       1198-LER-ALTER-BANCO-EXIT.
           EXIT.

       1191-LER-DIAS-RETENCAO.
           MOVE 005 TO WRK-DIAS-RETENCAO.
           OPEN INPUT PARAM-RETENCAO.
           IF WRK-FS-PARAMRET NOT = "00"
               DISPLAY 'PARAMRET NAO ENCONTRADO - USANDO RETENCAO'
                   ' PADRAO DE ' WRK-DIAS-RETENCAO ' DIAS'
           ELSE
               READ PARAM-RETENCAO
                   NOT AT END
                       IF PR-DIAS-RETENCAO NUMERIC
                           MOVE PR-DIAS-RETENCAO
                               TO WRK-DIAS-RETENCAO
                       END-IF
               END-READ
               CLOSE PARAM-RETENCAO
           END-IF.
       1191-LER-DIAS-RETENCAO-EXIT.
           EXIT.

      *****************************************************
      * RECUA UM DIA NA DATA DE CORTE, VIRANDO O MES E O
      * ANO QUANDO PRECISO (FEVEREIRO COM 29 DIAS NO ANO
      * DIVISIVEL POR 4, COMO NO PROGCOB04A)
      *****************************************************
       1199-RECUAR-DIA.
           IF COR-DIA > 1
               SUBTRACT 1 FROM COR-DIA
               GO TO 1199-RECUAR-DIA-EXIT
           END-IF.
           IF COR-MES = 1
               MOVE 12 TO COR-MES
               SUBTRACT 1 FROM COR-ANO
           ELSE
               SUBTRACT 1 FROM COR-MES
           END-IF.
           EVALUATE TRUE
               WHEN COR-MES = 4 OR COR-MES = 6
                   OR COR-MES = 9 OR COR-MES = 11
                   MOVE 30 TO COR-DIA
               WHEN COR-MES = 2
                   DIVIDE COR-ANO BY 4 GIVING WRK-QUOC-BISSEXTO
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       MOVE 29 TO COR-DIA
                   ELSE
                       MOVE 28 TO COR-DIA
                   END-IF
               WHEN OTHER
                   MOVE 31 TO COR-DIA
           END-EVALUATE.
       1199-RECUAR-DIA-EXIT.
           EXIT.

      *****************************************************
      * LOCALIZA NA TABELA DE RUBRICAS O CODIGO EM
      * WRK-RUBRICA-BUSCA (ZERO EM WRK-IND-RUB-ACHADO
       1195-COMPARAR-RUBRICA-EXIT.
           EXIT.

      *****************************************************
      * ABRE O CADASTRO DE CONSIGNADOS: PARA ATUALIZACAO NA
      * FOLHA REAL (PARCELAS PAGAS, QUITACAO, RECUSA) E SO
      * PARA LEITURA NA PREVIA. SEM O ARQUIVO A FOLHA RODA
      * SEM CONSIGNADO; COM O ARQUIVO PRESENTE MAS ILEGIVEL
      * AS PARCELAS DEIXAM DE SER DESCONTADAS E O RUN
      * TERMINA COM RC 4. O CONSGDSC RECEBE AS PARCELAS
      * DESCONTADAS PARA O REPASSE AOS BANCOS
      *****************************************************
       1196-ABRIR-CONSIGNADOS.
           IF FOLHA-SIMULACAO
               OPEN INPUT CONTRATOS-CONSIG
           ELSE
               OPEN I-O CONTRATOS-CONSIG
           END-IF.
           IF WRK-FS-CONSIG = "35"
               DISPLAY 'CONSGMST NAO ENCONTRADO - FOLHA SEM'
                   ' CONSIGNADOS'
               GO TO 1196-ABRIR-CONSIGNADOS-EXIT
           END-IF.
           IF WRK-FS-CONSIG NOT = "00"
               DISPLAY '*** CONSGMST INDISPONIVEL (STATUS '
                   WRK-FS-CONSIG ') - PARCELAS DE CONSIGNADO NAO'
                   ' DESCONTADAS ***'
               MOVE 'S' TO WRK-CONSIG-AVISO
               GO TO 1196-ABRIR-CONSIGNADOS-EXIT
           END-IF.
           MOVE 'S' TO WRK-CONSIG-OK.
           IF NOT FOLHA-SIMULACAO
               OPEN EXTEND DESCONTOS-CONSIG
               IF WRK-FS-CONSDSC = "35"
                   OPEN OUTPUT DESCONTOS-CONSIG
               END-IF
           END-IF.
       1196-ABRIR-CONSIGNADOS-EXIT.
           EXIT.

      *****************************************************
      * CARREGA A TABELA DE CAMBIO (CAMBIOTB). O BRL ENTRA
      * SEMPRE COM TAXA 1; O ARQUIVO PODE SOBREPOR OU ACRES-
                       THRU 2180-GRAVAR-CHECKPOINT-EXIT
                   GO TO 2000-LER-PROXIMO
               END-IF
      *----------------------------------------------------
      *    AFASTADO SEM NENHUM DIA PAGO PELA EMPRESA NO
      *    PERIODO: NADA A PAGAR, MAS NAO E ERRO DE ENTRADA -
      *    CONTADO A PARTE E O CHECKPOINT AVANCA
      *----------------------------------------------------
               MOVE ZEROS TO WRK-TOT-SEM-PAGTO WRK-TOT-DIAS-FERIAS
               IF AFASTAMENTOS-DISPONIVEIS
                   PERFORM 2130-APURAR-AFASTAMENTO
                       THRU 2130-APURAR-AFASTAMENTO-EXIT
               END-IF
               IF WRK-TOT-SEM-PAGTO NOT < 30
                   DISPLAY FE-EMP-ID " " WRK-NOME
                       " *** AFASTADO TODO O PERIODO"
                       " - SEM PAGAMENTO ***"
                   ADD 1 TO WRK-QTDE-AFASTADOS
                   PERFORM 2180-GRAVAR-CHECKPOINT
                       THRU 2180-GRAVAR-CHECKPOINT-EXIT
                   GO TO 2000-LER-PROXIMO
               END-IF
      *----------------------------------------------------
      *    FERIAS JA PAGAS PELO PROGCOB04P COBRINDO O RESTO
      *    DO PERIODO: NAO HA SALARIO A PAGAR NESTA FOLHA
      *----------------------------------------------------
               IF WRK-QTDE-GOZOS > ZEROS
                   PERFORM 2132-APURAR-FERIAS
                       THRU 2132-APURAR-FERIAS-EXIT
               END-IF
               IF WRK-TOT-DIAS-FERIAS > ZEROS
                   AND WRK-TOT-SEM-PAGTO + WRK-TOT-DIAS-FERIAS
                       NOT < 30
                   DISPLAY FE-EMP-ID " " WRK-NOME
                       " *** EM FERIAS (PAGAS NO PROGCOB04P) NO"
                       " PERIODO - SEM SALARIO ***"
                   ADD 1 TO WRK-QTDE-EM-FERIAS
                   PERFORM 2180-GRAVAR-CHECKPOINT
                       THRU 2180-GRAVAR-CHECKPOINT-EXIT
                   GO TO 2000-LER-PROXIMO
               END-IF
               PERFORM 2140-PROCURAR-TAXA
                   THRU 2140-PROCURAR-TAXA-EXIT
               IF WRK-IND-CAM-ACHADO = ZEROS
       2120-CONSULTAR-MESTRE-EXIT.
           EXIT.

      *****************************************************
      * SOMA OS DIAS DO PERIODO NAO PAGOS PELA EMPRESA EM
      * TODOS OS AFASTAMENTOS DA MATRICULA (O PROGCOB43C
      * CONTA CADA AFASTAMENTO), LIMITADOS A 30
      *****************************************************
       2130-APURAR-AFASTAMENTO.
           MOVE 'N' TO WRK-FIM-AFAST.
           MOVE WRK-COMPANHIA-REG TO AF-COMPANHIA.
           MOVE FE-EMP-ID TO AF-MATRICULA.
           MOVE LOW-VALUES TO AF-DATA-INICIO.
           START CADASTRO-AFASTAMENTO KEY IS NOT LESS THAN AF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-AFAST.
           PERFORM 2135-LER-AFASTAMENTO
               THRU 2135-LER-AFASTAMENTO-EXIT
               UNTIL FIM-AFASTAMENTOS.
           IF WRK-TOT-SEM-PAGTO > 30
               MOVE 30 TO WRK-TOT-SEM-PAGTO
           END-IF.
       2130-APURAR-AFASTAMENTO-EXIT.
           EXIT.

       2135-LER-AFASTAMENTO.
           READ CADASTRO-AFASTAMENTO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-AFAST
                   GO TO 2135-LER-AFASTAMENTO-EXIT
           END-READ.
           IF AF-COMPANHIA NOT = WRK-COMPANHIA-REG
               OR AF-MATRICULA NOT = FE-EMP-ID
               MOVE 'S' TO WRK-FIM-AFAST
               GO TO 2135-LER-AFASTAMENTO-EXIT
           END-IF.
           CALL "PROGCOB43C" USING AFASTAMENTO-REG WRK-PERIODO
               WRK-DIAS-AFASTADO WRK-DIAS-SEM-PAGTO.
           ADD WRK-DIAS-SEM-PAGTO TO WRK-TOT-SEM-PAGTO.
       2135-LER-AFASTAMENTO-EXIT.
           EXIT.

      *****************************************************
      * SOMA OS DIAS DO PERIODO DOS GOZOS DE FERIAS JA PAGOS
      * DA MATRICULA (CARREGADOS NO 1115)
      *****************************************************
       2132-APURAR-FERIAS.
           MOVE ZEROS TO WRK-IND-GOZ.
           PERFORM 2133-COMPARAR-GOZO THRU 2133-COMPARAR-GOZO-EXIT
               UNTIL WRK-IND-GOZ NOT LESS THAN WRK-QTDE-GOZOS.
       2132-APURAR-FERIAS-EXIT.
           EXIT.

       2133-COMPARAR-GOZO.
           ADD 1 TO WRK-IND-GOZ.
           IF GOZ-CIA (WRK-IND-GOZ) = WRK-COMPANHIA-REG
               AND GOZ-MATRICULA (WRK-IND-GOZ) = FE-EMP-ID
               ADD GOZ-DIAS (WRK-IND-GOZ) TO WRK-TOT-DIAS-FERIAS
           END-IF.
       2133-COMPARAR-GOZO-EXIT.
           EXIT.

      *****************************************************
      * PROCURA A TAXA DE WRK-MOEDA EM VIGOR PARA O PERIODO
      * PAGO: ENTRE AS ENTRADAS DA MOEDA COM VIGENCIA QUE
               MOVE WRK-QTDE-TOT-MOEDA TO WRK-IND-TOT-ACHADO
               MOVE WRK-MOEDA TO TOT-MOEDA (WRK-IND-TOT-ACHADO)
               MOVE ZEROS TO TOT-SALARIO (WRK-IND-TOT-ACHADO)
                   TOT-QTDE (WRK-IND-TOT-ACHADO)
                   TOT-DESCONTOS (WRK-IND-TOT-ACHADO)
                   TOT-LIQUIDO (WRK-IND-TOT-ACHADO)
           END-IF.
           ADD WRK-SALARIO TO TOT-SALARIO (WRK-IND-TOT-ACHADO).
           ADD 1 TO TOT-QTDE (WRK-IND-TOT-ACHADO).
           ADD WRK-VLR-DESCONTOS TO TOT-DESCONTOS (WRK-IND-TOT-ACHADO).
           ADD WRK-VLR-LIQUIDO TO TOT-LIQUIDO (WRK-IND-TOT-ACHADO).
           COMPUTE WRK-TOTAL-GERAL-BRL ROUNDED =
               WRK-TOTAL-GERAL-BRL
               + WRK-SALARIO * CAM-TAXA (WRK-IND-CAM-ACHADO).
           MOVE WRK-SALARIO TO WRK-SALARIO-BASE.
           MOVE ZEROS TO WRK-VLR-PROVENTOS WRK-VLR-VERBA-DESC.
           MOVE ZEROS TO WRK-VLR-FALTAS WRK-DIAS-AUSENTES.
           MOVE ZEROS TO WRK-VLR-CONSIG.
      *----------------------------------------------------
      *    OS DIAS DE AFASTAMENTO NAO PAGOS PELA EMPRESA SAEM
      *    DO SALARIO BASE NO MES DE 30 DIAS, SO NA FOLHA
      *    NORMAL, ANTES DAS VERBAS E DO INSS/IRRF
      *----------------------------------------------------
           MOVE ZEROS TO WRK-VLR-AFASTAMENTO.
           IF FOLHA-NORMAL AND WRK-TOT-SEM-PAGTO > ZEROS
               COMPUTE WRK-VLR-AFASTAMENTO ROUNDED =
                   WRK-SALARIO-BASE * WRK-TOT-SEM-PAGTO / 30
               SUBTRACT WRK-VLR-AFASTAMENTO FROM WRK-SALARIO
               ADD 1 TO WRK-QTDE-PAGOS-AFAST
           END-IF.
      *----------------------------------------------------
      *    OS DIAS DE FERIAS DO PERIODO JA PAGOS PELO
      *    PROGCOB04P SAEM DO SALARIO DA MESMA FORMA
      *----------------------------------------------------
           MOVE ZEROS TO WRK-VLR-FERIAS.
           IF FOLHA-NORMAL AND WRK-TOT-DIAS-FERIAS > ZEROS
               COMPUTE WRK-VLR-FERIAS ROUNDED =
                   WRK-SALARIO-BASE * WRK-TOT-DIAS-FERIAS / 30
               SUBTRACT WRK-VLR-FERIAS FROM WRK-SALARIO
               ADD 1 TO WRK-QTDE-PAGOS-FERIAS
           END-IF.
           IF FOLHA-NORMAL AND WRK-QTDE-VERBAS > ZEROS
               PERFORM 2230-APLICAR-VERBAS
                   THRU 2230-APLICAR-VERBAS-EXIT
               MOVE WRK-VLR-FALTAS TO WRK-USD-VALOR-ENTRADA
               PERFORM 2260-FORMATAR-USD THRU 2260-FORMATAR-USD-EXIT
               MOVE WRK-USD-VALOR-SAIDA TO WRK-FALTAS-ED-USD
               MOVE WRK-VLR-AFASTAMENTO TO WRK-USD-VALOR-ENTRADA
               PERFORM 2260-FORMATAR-USD THRU 2260-FORMATAR-USD-EXIT
               MOVE WRK-USD-VALOR-SAIDA TO WRK-AFAST-ED-USD
               MOVE WRK-VLR-FERIAS TO WRK-USD-VALOR-ENTRADA
               PERFORM 2260-FORMATAR-USD THRU 2260-FORMATAR-USD-EXIT
               MOVE WRK-USD-VALOR-SAIDA TO WRK-FERIAS-ED-USD
               MOVE WRK-SALARIO-ED-USD TO REL-DET-BRUTO
               MOVE WRK-DESCONTOS-ED-USD TO REL-DET-DESCONTOS
               MOVE WRK-LIQUIDO-ED-USD TO REL-DET-LIQUIDO
           MOVE WRK-MOEDA TO REL-DET-MOEDA.
           PERFORM 7050-IMPRIMIR-DET-REL
               THRU 7050-IMPRIMIR-DET-REL-EXIT.
           PERFORM 7060-EXPORTAR-DETALHE
               THRU 7060-EXPORTAR-DETALHE-EXIT.
      *----------------------------------------------------
      *    O TOTAL LIQUIDO DO REGISTRO E ACUMULADO AQUI, NA
      *    PRODUCAO DA LINHA DO REGISTRO - INDEPENDENTE DO
       2235-SOMAR-VERBA-EXIT.
           EXIT.

      *****************************************************
      * DESCONTA AS PARCELAS DE CONSIGNADO DO EMPREGADO
      * CORRENTE EM DOIS PASSOS: PRIMEIRO OS CONTRATOS EM
      * CURSO (JA COM PARCELA DESCONTADA), DEPOIS OS NOVOS,
      * QUE SO ENTRAM SE O TOTAL CONSIGNADO COM A PRIMEIRA
      * PARCELA COUBER EM 35% DO LIQUIDO APOS INSS/IRRF -
      * SENAO O CONTRATO E RECUSADO. O TOTAL SOMA NOS
      * DESCONTOS E SAI DO LIQUIDO
      *****************************************************
       2240-APLICAR-CONSIGNADO.
           COMPUTE WRK-VLR-MARGEM ROUNDED =
               WRK-VLR-LIQUIDO * WRK-PCT-CONSIG.
           MOVE 'E' TO WRK-PASSO-CONSIG.
           PERFORM 2241-PERCORRER-CONTRATOS
               THRU 2241-PERCORRER-CONTRATOS-EXIT.
           MOVE 'N' TO WRK-PASSO-CONSIG.
           PERFORM 2241-PERCORRER-CONTRATOS
               THRU 2241-PERCORRER-CONTRATOS-EXIT.
           IF WRK-VLR-CONSIG > ZEROS
               ADD WRK-VLR-CONSIG TO WRK-VLR-DESCONTOS
               SUBTRACT WRK-VLR-CONSIG FROM WRK-VLR-LIQUIDO
               ADD WRK-VLR-CONSIG TO WRK-VLR-CONSIG-TOTAL
           END-IF.
           MOVE WRK-VLR-CONSIG TO WRK-CONSIG-ED.
       2240-APLICAR-CONSIGNADO-EXIT.
           EXIT.

       2241-PERCORRER-CONTRATOS.
           MOVE 'N' TO WRK-FIM-CONSIG.
           MOVE WRK-COMPANHIA-REG TO CS-COMPANHIA.
           MOVE FE-EMP-ID TO CS-MATRICULA.
           MOVE LOW-VALUES TO CS-CONTRATO.
           START CONTRATOS-CONSIG KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CONSIG.
           PERFORM 2242-DESCONTAR-CONTRATO
               THRU 2242-DESCONTAR-CONTRATO-EXIT
               UNTIL FIM-CONTRATOS.
       2241-PERCORRER-CONTRATOS-EXIT.
           EXIT.

      *****************************************************
      * TRATA UM CONTRATO DA MATRICULA NO PASSO CORRENTE.
      * A PARCELA JA DESCONTADA NESTE PERIODO (RETOMADA DO
      * RUN PELO CHECKPOINT) VOLTA A SAIR NO HOLERITE, MAS
      * NAO E CONTADA DE NOVO NO CONTRATO NEM NO REPASSE.
      * NA PREVIA NADA E ATUALIZADO NO CADASTRO
      *****************************************************
       2242-DESCONTAR-CONTRATO.
           READ CONTRATOS-CONSIG NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CONSIG
                   GO TO 2242-DESCONTAR-CONTRATO-EXIT
           END-READ.
           IF CS-COMPANHIA NOT = WRK-COMPANHIA-REG
               OR CS-MATRICULA NOT = FE-EMP-ID
               MOVE 'S' TO WRK-FIM-CONSIG
               GO TO 2242-DESCONTAR-CONTRATO-EXIT
           END-IF.
           IF CS-ULT-PERIODO = WRK-PERIODO
               MOVE 'S' TO WRK-PARC-JA-DESC
           ELSE
               MOVE 'N' TO WRK-PARC-JA-DESC
           END-IF.
           IF NOT CS-ATIVO
               AND NOT (CS-QUITADO AND PARCELA-JA-DESCONTADA)
               GO TO 2242-DESCONTAR-CONTRATO-EXIT
           END-IF.
           IF CS-PARCELAS-PAGAS = ZEROS AND CS-ULT-PERIODO = SPACES
               MOVE 'S' TO WRK-CONTRATO-NOVO
           ELSE
               MOVE 'N' TO WRK-CONTRATO-NOVO
           END-IF.
           IF (PASSO-EM-CURSO AND CONTRATO-NOVO)
               OR (PASSO-NOVOS AND NOT CONTRATO-NOVO)
               GO TO 2242-DESCONTAR-CONTRATO-EXIT
           END-IF.
           IF WRK-MOEDA NOT = 'BRL'
               ADD 1 TO WRK-QTDE-CONSIG-NDESC
               MOVE 'S' TO WRK-CONSIG-AVISO
               DISPLAY FE-EMP-ID ' ' WRK-NOME
                   ' *** CONSIGNADO ' CS-CONTRATO ' NAO DESCONTADO'
                   ' - FOLHA EM ' WRK-MOEDA ' ***'
               GO TO 2242-DESCONTAR-CONTRATO-EXIT
           END-IF.
           IF CONTRATO-NOVO
               AND WRK-VLR-CONSIG + CS-VLR-PARCELA > WRK-VLR-MARGEM
               ADD 1 TO WRK-QTDE-CONSIG-RECUS
               MOVE 'S' TO WRK-CONSIG-AVISO
               DISPLAY FE-EMP-ID ' ' WRK-NOME
                   ' *** CONSIGNADO ' CS-CONTRATO ' RECUSADO -'
                   ' PARCELA ESTOURA A MARGEM DE 35% DO LIQUIDO ***'
               IF NOT FOLHA-SIMULACAO
                   MOVE 'R' TO CS-SITUACAO
                   REWRITE CONSIG-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO RECUSAR CONTRATO '
                               CS-CONTRATO
                   END-REWRITE
               END-IF
               GO TO 2242-DESCONTAR-CONTRATO-EXIT
           END-IF.
           IF WRK-VLR-CONSIG + CS-VLR-PARCELA > WRK-VLR-LIQUIDO
               ADD 1 TO WRK-QTDE-CONSIG-NDESC
               MOVE 'S' TO WRK-CONSIG-AVISO
               DISPLAY FE-EMP-ID ' ' WRK-NOME
                   ' *** PARCELA DO CONSIGNADO ' CS-CONTRATO
                   ' MAIOR QUE O LIQUIDO - NAO DESCONTADA ***'
               GO TO 2242-DESCONTAR-CONTRATO-EXIT
           END-IF.
           ADD CS-VLR-PARCELA TO WRK-VLR-CONSIG.
           ADD 1 TO WRK-QTDE-CONSIG-DESC.
           IF FOLHA-SIMULACAO OR PARCELA-JA-DESCONTADA
               GO TO 2242-DESCONTAR-CONTRATO-EXIT
           END-IF.
           ADD 1 TO CS-PARCELAS-PAGAS.
           MOVE WRK-PERIODO TO CS-ULT-PERIODO.
           IF CS-PARCELAS-PAGAS NOT LESS THAN CS-QTDE-PARCELAS
               MOVE 'Q' TO CS-SITUACAO
           END-IF.
           PERFORM 2243-GRAVAR-DESCONTO-CONSIG
               THRU 2243-GRAVAR-DESCONTO-CONSIG-EXIT.
           REWRITE CONSIG-REG
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR CONTRATO ' CS-CONTRATO
           END-REWRITE.
       2242-DESCONTAR-CONTRATO-EXIT.
           EXIT.

      *****************************************************
      * GRAVA A PARCELA DESCONTADA NO CONSGDSC, COM O SALDO
      * DEVEDOR QUE RESTA, PARA O REPASSE DO FIM DO MES
      *****************************************************
       2243-GRAVAR-DESCONTO-CONSIG.
           MOVE CS-COMPANHIA TO DC-COMPANHIA.
           MOVE CS-MATRICULA TO DC-MATRICULA.
           MOVE CS-CONTRATO TO DC-CONTRATO.
           MOVE CS-BANCO TO DC-BANCO.
           MOVE WRK-PERIODO TO DC-PERIODO.
           MOVE CS-PARCELAS-PAGAS TO DC-NUM-PARCELA.
           MOVE CS-QTDE-PARCELAS TO DC-QTDE-PARCELAS.
           MOVE CS-VLR-PARCELA TO DC-VLR-PARCELA.
           COMPUTE DC-SALDO-DEVEDOR =
               (CS-QTDE-PARCELAS - CS-PARCELAS-PAGAS)
               * CS-VLR-PARCELA.
           MOVE WRK-DATA-AUDIT TO DC-DATA.
           WRITE CONSIG-DESCONTO-REG.
       2243-GRAVAR-DESCONTO-CONSIG-EXIT.
           EXIT.

      *****************************************************
      * APURA O DESCONTO DE FALTAS DO EMPREGADO CORRENTE:
      * SALARIO BASE X DIAS AUSENTES / DIAS UTEIS DO PERIODO
           COMPUTE BCO-DET-VALOR = WRK-VLR-LIQUIDO * 100.
           MOVE WRK-MOEDA TO BCO-DET-MOEDA.
           MOVE WRK-COMPANHIA-REG TO BCO-DET-CIA.
           MOVE WRK-COMPANHIA-REG TO WRK-ALT-CIA-BUSCA.
           MOVE FE-EMP-ID TO WRK-ALT-MAT-BUSCA.
           PERFORM 2296-PROCURAR-ALTERACAO
               THRU 2296-PROCURAR-ALTERACAO-EXIT.
           IF WRK-IND-ALT-ACHADO > ZEROS
               PERFORM 2295-RETER-DEPOSITO
                   THRU 2295-RETER-DEPOSITO-EXIT
               GO TO 2290-GRAVAR-REMESSA-EXIT
           END-IF.
           WRITE REMESSA-BANCO-REG FROM BCO-DETALHE.
           ADD 1 TO WRK-QTDE-REMESSA.
           ADD BCO-DET-VALOR TO WRK-TOT-LIQ-REMESSA.
       2290-GRAVAR-REMESSA-EXIT.
           EXIT.

      *****************************************************
      * RETEM O DEPOSITO DO EMPREGADO COM CONTA ALTERADA
      * DENTRO DOS DIAS DE RETENCAO: O DETALHE JA MONTADO
      * VAI PARA A LISTA DE RETIDOS (FOLHARET) EM VEZ DA
      * REMESSA, E O REGISTRO IMPRESSO MARCA A RETENCAO
      * LOGO ABAIXO DA LINHA DO EMPREGADO
      *****************************************************
       2295-RETER-DEPOSITO.
           MOVE WRK-COMPANHIA-REG TO RT-COMPANHIA.
           MOVE BCO-DET-MATRICULA TO RT-MATRICULA.
           MOVE BCO-DET-NOME TO RT-NOME.
           MOVE BCO-DET-BANCO TO RT-BANCO.
           MOVE BCO-DET-AGENCIA TO RT-AGENCIA.
           MOVE BCO-DET-CONTA TO RT-CONTA.
           MOVE BCO-DET-VALOR TO RT-VALOR.
           MOVE BCO-DET-MOEDA TO RT-MOEDA.
           MOVE WRK-PERIODO TO RT-PERIODO.
           MOVE WRK-TIPO-FOLHA TO RT-TIPO.
           MOVE WRK-DATA-AUDIT TO RT-DATA-RUN.
           MOVE ALT-DATA (WRK-IND-ALT-ACHADO) TO RT-DATA-ALTER.
           MOVE ALT-OPERADOR (WRK-IND-ALT-ACHADO) TO RT-OPER-ALTER.
           MOVE 'R' TO RT-SITUACAO.
           MOVE SPACES TO RT-OPER-LIBER.
           MOVE SPACES TO RT-DATA-LIBER.
           WRITE RETENCAO-DEPOSITO-REG.
           ADD 1 TO WRK-QTDE-RETIDOS.
           ADD BCO-DET-VALOR TO WRK-TOT-LIQ-RETIDO.
           DISPLAY FE-EMP-ID " " WRK-NOME
               " *** DEPOSITO RETIDO - CONTA ALTERADA EM "
               RT-DATA-ALTER " POR " RT-OPER-ALTER " ***".
           MOVE RT-DATA-ALTER TO REL-RET-DATA.
           MOVE RT-OPER-ALTER TO REL-RET-OPERADOR.
           IF WRK-LIN-PAGINA NOT LESS THAN WRK-LIN-POR-PAGINA
               PERFORM 7200-NOVA-PAGINA THRU 7200-NOVA-PAGINA-EXIT
           END-IF.
           WRITE RELATORIO-LINHA FROM REL-RETIDO-LINHA.
           ADD 1 TO WRK-LIN-PAGINA.
       2295-RETER-DEPOSITO-EXIT.
           EXIT.

      *****************************************************
      * LOCALIZA WRK-ALT-CIA-BUSCA + WRK-ALT-MAT-BUSCA NA
      * TABELA DE ALTERACOES BANCARIAS RECENTES (ZERO EM
      * WRK-IND-ALT-ACHADO QUANDO A CONTA NAO MUDOU)
      *****************************************************
       2296-PROCURAR-ALTERACAO.
           MOVE ZEROS TO WRK-IND-ALT-ACHADO.
           MOVE ZEROS TO WRK-IND-ALT.
           PERFORM 2297-COMPARAR-ALTERACAO
               THRU 2297-COMPARAR-ALTERACAO-EXIT
               UNTIL WRK-IND-ALT NOT LESS THAN WRK-QTDE-ALT-BANCO
                   OR WRK-IND-ALT-ACHADO > ZEROS.
       2296-PROCURAR-ALTERACAO-EXIT.
           EXIT.

       2297-COMPARAR-ALTERACAO.
           ADD 1 TO WRK-IND-ALT.
           IF ALT-CIA (WRK-IND-ALT) = WRK-ALT-CIA-BUSCA
               AND ALT-MATRICULA (WRK-IND-ALT) = WRK-ALT-MAT-BUSCA
               MOVE WRK-IND-ALT TO WRK-IND-ALT-ACHADO
           END-IF.
       2297-COMPARAR-ALTERACAO-EXIT.
           EXIT.

      *****************************************************
      * GRAVA A FICHA DE HOLERITE DO EMPREGADO PAGO: CABECA-
      * LHO, IDENTIFICACAO E UMA LINHA POR VERBA (BRUTO, INSS,
               THRU 2282-GRAVAR-LINHA-HOL-EXIT.
           MOVE WRK-MOEDA TO HOL-MOEDA.
      *----------------------------------------------------
      *    COM PROVENTO DE VERBA, AFASTAMENTO OU FERIAS, O
      *    SALARIO BASE E ABERTO: OS DIAS DE AFASTAMENTO NAO
      *    PAGOS, OS DIAS DE FERIAS JA PAGOS E CADA PROVENTO
      *    SAEM EM LINHA PROPRIA ANTES DO BRUTO; SEM ELES A
      *    FICHA SAI COMO SEMPRE SAIU
      *----------------------------------------------------
           IF WRK-VLR-PROVENTOS > ZEROS
               OR WRK-VLR-AFASTAMENTO > ZEROS
               OR WRK-VLR-FERIAS > ZEROS
               MOVE 'SALARIO BASE......: ' TO HOL-ROTULO
               IF WRK-MOEDA = 'USD'
                   MOVE WRK-BASE-ED-USD TO HOL-VALOR
               MOVE HOL-LINHA-VALOR TO WRK-HOL-LINHA
               PERFORM 2282-GRAVAR-LINHA-HOL
                   THRU 2282-GRAVAR-LINHA-HOL-EXIT
           END-IF.
           IF WRK-VLR-AFASTAMENTO > ZEROS
               MOVE WRK-TOT-SEM-PAGTO TO WRK-ROT-DIAS-AFAST
               MOVE WRK-ROTULO-AFAST TO HOL-ROTULO
               IF WRK-MOEDA = 'USD'
                   MOVE WRK-AFAST-ED-USD TO HOL-VALOR
               ELSE
                   MOVE WRK-AFAST-ED TO HOL-VALOR
               END-IF
               MOVE HOL-LINHA-VALOR TO WRK-HOL-LINHA
               PERFORM 2282-GRAVAR-LINHA-HOL
                   THRU 2282-GRAVAR-LINHA-HOL-EXIT
           END-IF.
           IF WRK-VLR-FERIAS > ZEROS
               MOVE WRK-TOT-DIAS-FERIAS TO WRK-ROT-DIAS-FERIAS
               MOVE WRK-ROTULO-FERIAS TO HOL-ROTULO
               IF WRK-MOEDA = 'USD'
                   MOVE WRK-FERIAS-ED-USD TO HOL-VALOR
               ELSE
                   MOVE WRK-FERIAS-ED TO HOL-VALOR
               END-IF
               MOVE HOL-LINHA-VALOR TO WRK-HOL-LINHA
               PERFORM 2282-GRAVAR-LINHA-HOL
                   THRU 2282-GRAVAR-LINHA-HOL-EXIT
           END-IF.
           IF WRK-VLR-PROVENTOS > ZEROS
               MOVE 'P' TO WRK-VERBA-FILTRO
               PERFORM 2285-GRAVAR-VERBAS-HOL
                   THRU 2285-GRAVAR-VERBAS-HOL-EXIT
           MOVE HOL-LINHA-VALOR TO WRK-HOL-LINHA
           PERFORM 2282-GRAVAR-LINHA-HOL
               THRU 2282-GRAVAR-LINHA-HOL-EXIT.
           IF WRK-VLR-CONSIG > ZEROS
               MOVE 'EMPRESTIMO CONSIG.: ' TO HOL-ROTULO
               MOVE WRK-CONSIG-ED TO HOL-VALOR
               MOVE HOL-LINHA-VALOR TO WRK-HOL-LINHA
               PERFORM 2282-GRAVAR-LINHA-HOL
                   THRU 2282-GRAVAR-LINHA-HOL-EXIT
           END-IF.
           IF WRK-VLR-VERBA-DESC > ZEROS
               MOVE 'D' TO WRK-VERBA-FILTRO
               PERFORM 2285-GRAVAR-VERBAS-HOL
       7050-IMPRIMIR-DET-REL-EXIT.
           EXIT.

      *****************************************************
      * GRAVA NA EXPORTACAO PARA PLANILHA A MESMA LINHA DE
      * DETALHE DO REGISTRO IMPRESSO, COM OS VALORES NA
      * MOEDA DO PAGAMENTO E SEM EDICAO
      *****************************************************
       7060-EXPORTAR-DETALHE.
           MOVE FE-EMP-ID TO CSV-DET-MATRICULA.
           MOVE WRK-NOME TO CSV-DET-NOME.
           MOVE WRK-MOEDA TO CSV-DET-MOEDA.
           MOVE WRK-SALARIO TO CSV-DET-BRUTO.
           MOVE WRK-VLR-DESCONTOS TO CSV-DET-DESCONTOS.
           MOVE WRK-VLR-LIQUIDO TO CSV-DET-LIQUIDO.
           WRITE EXPORTA-FOLHA-LINHA FROM CSV-DETALHE.
       7060-EXPORTAR-DETALHE-EXIT.
           EXIT.

      *****************************************************
      * ABRE UMA PAGINA NOVA DO REGISTRO IMPRESSO: CABECALHO
      * COM EMPRESA, DATA DO RUN, PERIODO E NUMERO DA PAGINA,
                       WRK-SALARIO - WRK-VLR-DESCONTOS
           END-EVALUATE.
      *----------------------------------------------------
      *    AS PARCELAS DE CONSIGNADO SAO O PRIMEIRO DESCONTO
      *    DEPOIS DO INSS/IRRF: A MARGEM DE 35% E SOBRE O
      *    LIQUIDO DOS DESCONTOS OBRIGATORIOS, E O BANCO TEM
      *    PRIORIDADE SOBRE AS VERBAS E AS FALTAS
      *----------------------------------------------------
           IF FOLHA-NORMAL AND CONSIG-DISPONIVEL
               PERFORM 2240-APLICAR-CONSIGNADO
                   THRU 2240-APLICAR-CONSIGNADO-EXIT
           END-IF.
      *----------------------------------------------------
      *    OS DESCONTOS DE VERBA (SINDICATO, ADIANTAMENTO DE
      *    SALARIO...) ENTRAM NO TOTAL DE DESCONTOS DEPOIS
      *    DO INSS/IRRF, PARA BRUTO - DESCONTOS = LIQUIDO
               SUBTRACT WRK-VLR-FALTAS FROM WRK-VLR-LIQUIDO
           END-IF.
           MOVE WRK-VLR-FALTAS TO WRK-FALTAS-ED.
           MOVE WRK-VLR-AFASTAMENTO TO WRK-AFAST-ED.
           MOVE WRK-VLR-FERIAS TO WRK-FERIAS-ED.
           MOVE WRK-SALARIO-BASE TO WRK-BASE-ED.
           MOVE WRK-VLR-DESCONTOS TO WRK-DESCONTOS-ED.
           MOVE WRK-VLR-LIQUIDO TO WRK-LIQUIDO-ED.
               PERFORM 7300-GRAVAR-TOTAL-REL
                   THRU 7300-GRAVAR-TOTAL-REL-EXIT
           END-IF.
           IF WRK-QTDE-CONSIG-DESC > ZEROS
               OR WRK-QTDE-CONSIG-RECUS > ZEROS
               OR WRK-QTDE-CONSIG-NDESC > ZEROS
               DISPLAY "PARCELAS CONSIGNADO.: " WRK-QTDE-CONSIG-DESC
               MOVE 'PARCELAS DE CONSIGNADO' TO REL-TOT-ROTULO
               MOVE WRK-QTDE-CONSIG-DESC TO REL-TOT-VALOR
               PERFORM 7300-GRAVAR-TOTAL-REL
                   THRU 7300-GRAVAR-TOTAL-REL-EXIT
               MOVE WRK-VLR-CONSIG-TOTAL TO WRK-CC-VALOR-ED
               DISPLAY "VALOR CONSIGNADO....: " WRK-CC-VALOR-ED
               MOVE 'VALOR CONSIGNADO' TO REL-TOT-ROTULO
               MOVE WRK-CC-VALOR-ED TO REL-TOT-VALOR
               PERFORM 7300-GRAVAR-TOTAL-REL
                   THRU 7300-GRAVAR-TOTAL-REL-EXIT
               DISPLAY "CONSIGNADOS RECUSADOS: " WRK-QTDE-CONSIG-RECUS
               MOVE 'CONSIGNADOS RECUSADOS' TO REL-TOT-ROTULO
               MOVE WRK-QTDE-CONSIG-RECUS TO REL-TOT-VALOR
               PERFORM 7300-GRAVAR-TOTAL-REL
                   THRU 7300-GRAVAR-TOTAL-REL-EXIT
               DISPLAY "PARCELAS NAO DESCONT: " WRK-QTDE-CONSIG-NDESC
               MOVE 'PARCELAS NAO DESCONTADAS' TO REL-TOT-ROTULO
               MOVE WRK-QTDE-CONSIG-NDESC TO REL-TOT-VALOR
               PERFORM 7300-GRAVAR-TOTAL-REL
                   THRU 7300-GRAVAR-TOTAL-REL-EXIT
           END-IF.
           IF WRK-QTDE-RETIDOS > ZEROS
               DISPLAY "DEPOSITOS RETIDOS....: " WRK-QTDE-RETIDOS
               MOVE 'DEPOSITOS RETIDOS' TO REL-TOT-ROTULO
               MOVE WRK-QTDE-RETIDOS TO REL-TOT-VALOR
               PERFORM 7300-GRAVAR-TOTAL-REL
                   THRU 7300-GRAVAR-TOTAL-REL-EXIT
               COMPUTE WRK-TOT-RETIDO-BRL = WRK-TOT-LIQ-RETIDO / 100
               MOVE WRK-TOT-RETIDO-BRL TO WRK-TOT-RETIDO-ED
               DISPLAY "VALOR RETIDO.........: " WRK-TOT-RETIDO-ED
               MOVE 'VALOR RETIDO (FORA DA REMESSA)'
                   TO REL-TOT-ROTULO
               MOVE WRK-TOT-RETIDO-ED TO REL-TOT-VALOR
               PERFORM 7300-GRAVAR-TOTAL-REL
                   THRU 7300-GRAVAR-TOTAL-REL-EXIT
           END-IF.
           IF WRK-QTDE-AFASTADOS > ZEROS
               OR WRK-QTDE-PAGOS-AFAST > ZEROS
               DISPLAY "AFASTADOS SEM PAGTO..: " WRK-QTDE-AFASTADOS
               MOVE 'AFASTADOS SEM PAGAMENTO' TO REL-TOT-ROTULO
               MOVE WRK-QTDE-AFASTADOS TO REL-TOT-VALOR
               PERFORM 7300-GRAVAR-TOTAL-REL
                   THRU 7300-GRAVAR-TOTAL-REL-EXIT
               DISPLAY "PAGOS COM AFASTAMENTO: " WRK-QTDE-PAGOS-AFAST
               MOVE 'PAGOS COM AFASTAMENTO' TO REL-TOT-ROTULO
               MOVE WRK-QTDE-PAGOS-AFAST TO REL-TOT-VALOR
               PERFORM 7300-GRAVAR-TOTAL-REL
                   THRU 7300-GRAVAR-TOTAL-REL-EXIT
           END-IF.
           IF WRK-QTDE-EM-FERIAS > ZEROS
               OR WRK-QTDE-PAGOS-FERIAS > ZEROS
               DISPLAY "EM FERIAS SEM SALARIO: " WRK-QTDE-EM-FERIAS
               MOVE 'EM FERIAS SEM SALARIO' TO REL-TOT-ROTULO
               MOVE WRK-QTDE-EM-FERIAS TO REL-TOT-VALOR
               PERFORM 7300-GRAVAR-TOTAL-REL
                   THRU 7300-GRAVAR-TOTAL-REL-EXIT
               DISPLAY "PAGOS COM FERIAS.....: " WRK-QTDE-PAGOS-FERIAS
               MOVE 'PAGOS COM DESCONTO DE FERIAS' TO REL-TOT-ROTULO
               MOVE WRK-QTDE-PAGOS-FERIAS TO REL-TOT-VALOR
               PERFORM 7300-GRAVAR-TOTAL-REL
                   THRU 7300-GRAVAR-TOTAL-REL-EXIT
           END-IF.
           IF WRK-QTDE-FORA-ESCOPO > ZEROS
               DISPLAY "FORA DO ESCOPO DO RUN: " WRK-QTDE-FORA-ESCOPO
               MOVE 'FORA DO ESCOPO DO RUN' TO REL-TOT-ROTULO
           MOVE WRK-TOTAL-GERAL-ED TO REL-TOT-VALOR.
           PERFORM 7300-GRAVAR-TOTAL-REL
               THRU 7300-GRAVAR-TOTAL-REL-EXIT.
           PERFORM 8400-EXPORTAR-TOTAIS
               THRU 8400-EXPORTAR-TOTAIS-EXIT.
       8000-IMPRIMIR-TOTAL-EXIT.
           EXIT.

       8300-IMPRIMIR-COMPANHIA-EXIT.
           EXIT.

      *****************************************************
      * GRAVA NO FIM DA EXPORTACAO OS TOTAIS DE CONTROLE:
      * UMA LINHA POR MOEDA (PAGAMENTOS, BRUTO, DESCONTOS E
      * LIQUIDO - O BRUTO FECHA COM O TOTAL DA FOLHA DA
      * MOEDA NO IMPRESSO) E POR ULTIMO O TOTAL GERAL
      * EQUIVALENTE BRL COM OS REGISTROS PAGOS
      *****************************************************
       8400-EXPORTAR-TOTAIS.
           MOVE ZEROS TO WRK-IND-TOT.
           PERFORM 8450-EXPORTAR-MOEDA THRU 8450-EXPORTAR-MOEDA-EXIT
               UNTIL WRK-IND-TOT NOT LESS THAN WRK-QTDE-TOT-MOEDA.
           MOVE 'TOTAL GERAL EQUIVALENTE BRL' TO CSV-GER-ROTULO.
           MOVE WRK-QTDE-PAGOS TO CSV-GER-QTDE.
           MOVE WRK-TOTAL-GERAL-BRL TO CSV-GER-BRUTO.
           WRITE EXPORTA-FOLHA-LINHA FROM CSV-TOTAL-GERAL.
       8400-EXPORTAR-TOTAIS-EXIT.
           EXIT.

       8450-EXPORTAR-MOEDA.
           ADD 1 TO WRK-IND-TOT.
           MOVE SPACES TO CSV-TOT-ROTULO.
           STRING 'TOTAL DA FOLHA (' DELIMITED BY SIZE
               TOT-MOEDA (WRK-IND-TOT) DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO CSV-TOT-ROTULO.
           MOVE TOT-QTDE (WRK-IND-TOT) TO CSV-TOT-QTDE.
           MOVE TOT-MOEDA (WRK-IND-TOT) TO CSV-TOT-MOEDA.
           MOVE TOT-SALARIO (WRK-IND-TOT) TO CSV-TOT-BRUTO.
           MOVE TOT-DESCONTOS (WRK-IND-TOT) TO CSV-TOT-DESCONTOS.
           MOVE TOT-LIQUIDO (WRK-IND-TOT) TO CSV-TOT-LIQUIDO.
           WRITE EXPORTA-FOLHA-LINHA FROM CSV-TOTAL.
       8450-EXPORTAR-MOEDA-EXIT.
           EXIT.

       8200-IMPRIMIR-CCUSTO.
           ADD 1 TO WRK-IND-CC.
           DISPLAY 'CIA ' CC-CIA (WRK-IND-CC)
               CLOSE EMPLOYEE-MASTER
           END-IF.
           CLOSE RELATORIO-FOLHA.
           CLOSE EXPORTA-FOLHA.
           IF AFASTAMENTOS-DISPONIVEIS
               CLOSE CADASTRO-AFASTAMENTO
           END-IF.
           IF CONSIG-DISPONIVEL
               CLOSE CONTRATOS-CONSIG
               IF NOT FOLHA-SIMULACAO
                   CLOSE DESCONTOS-CONSIG
               END-IF
           END-IF.
      *----------------------------------------------------
      *    NA SIMULACAO O EXTRATO, O HOLERITE E A REMESSA
      *    NAO FORAM ABERTOS - NAO HA O QUE FECHAR NEM
               CLOSE EXTRATO-CONTABIL
               CLOSE HOLERITE-FOLHA
               CLOSE HISTORICO-HOLERITE
               CLOSE RETENCAO-DEPOSITO
               PERFORM 9950-FECHAR-REMESSA
                   THRU 9950-FECHAR-REMESSA-EXIT
               PERFORM 9960-GRAVAR-CONTROLE
      * TILHADA (AUDITLOG) REGISTRANDO O TERMINO DESTE RUN
      *****************************************************
       9900-REGISTRAR-AUDITORIA.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCOB4" TO AU-PROGRAMA.
           END-IF.
           MOVE FE-EMP-ID TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9900-REGISTRAR-AUDITORIA-EXIT.
           EXIT.

      *****************************************************
      * FECHA A REMESSA BANCARIA: GRAVA O TRAILER COM A
      * CONTAGEM E O TOTAL EM CENTAVOS E CONFERE O TOTAL DA
      * REMESSA MAIS O RETIDO CONTRA O TOTAL LIQUIDO DO
      * REGISTRO - SO FECHANDO O ARQUIVO PODE SER LIBERADO
      * AO BANCO
      *****************************************************
       9950-FECHAR-REMESSA.
           MOVE WRK-QTDE-REMESSA TO BCO-TRL-QTDE.
           MOVE WRK-TOT-LIQ-REMESSA TO BCO-TRL-TOTAL.
           WRITE REMESSA-BANCO-REG FROM BCO-TRAILER.
           CLOSE REMESSA-BANCO.
           IF WRK-TOT-LIQ-REMESSA + WRK-TOT-LIQ-RETIDO
               = WRK-TOT-LIQ-REGISTRO
               DISPLAY 'REMESSA BANCARIA CONFERIDA: '
                   WRK-QTDE-REMESSA ' DETALHES'
           ELSE
               DISPLAY 'DETALHES SEM DADOS BANCARIOS: '
                   WRK-QTDE-SEM-BANCO
           END-IF.
           IF WRK-QTDE-RETIDOS > ZEROS
               DISPLAY 'DEPOSITOS RETIDOS FORA DA REMESSA: '
                   WRK-QTDE-RETIDOS ' - LIBERACAO DE SUPERVISOR'
                   ' PELO MENU (PROGCOB30)'
           END-IF.
       9950-FECHAR-REMESSA-EXIT.
           EXIT.

           MOVE WRK-QTDE-FORA-ESCOPO TO CT-FORA-ESCOPO.
           MOVE WRK-QTDE-EXTRATOS TO CT-EXTRATOS.
           MOVE WRK-TOT-LIQ-REGISTRO TO CT-TOT-LIQ.
           MOVE WRK-QTDE-RETIDOS TO CT-RETIDOS.
           MOVE WRK-TOT-LIQ-RETIDO TO CT-TOT-RETIDO.
           COMPUTE CT-AFASTADOS =
               WRK-QTDE-AFASTADOS + WRK-QTDE-EM-FERIAS.
           WRITE CONTROLE-RUN-REG.
           CLOSE CONTROLE-RUN.
       9960-GRAVAR-CONTROLE-EXIT.
           EXIT.

       9910-REGISTRAR-BLOQUEIO.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCOB4" TO AU-PROGRAMA.
           MOVE "RUN BLOQUEADO" TO AU-EVENTO.
           MOVE WRK-PERIODO TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9910-REGISTRAR-BLOQUEIO-EXIT.
           EXIT.

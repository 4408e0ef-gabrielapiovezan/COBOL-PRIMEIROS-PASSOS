      *                    ASSINADO NO MENU PROGCOB00 (SESSAO
      *                    OPERSESS) OU 'BATCH' NOS RUNS DO
      *                    PROGSUIT, PARA SABER QUEM RODOU O QUE
      * 15/10/2026 GABPI0  ACRESCIDOS AU-SEQUENCIA (NUMERO
      *                    SEQUENCIAL DO REGISTRO NA TRILHA) E
      *                    AU-VERIFICADOR (VALOR DE CONFERENCIA
      *                    ENCADEADO AO DO REGISTRO ANTERIOR), PARA
      *                    QUE A REMOCAO, INCLUSAO OU ALTERACAO DE
      *                    QUALQUER REGISTRO SEJA DETECTADA PELO
      *                    PROGCOB09V. NINGUEM GRAVA O AUDITLOG
      *                    DIRETO: O REGISTRO E MONTADO E ENTREGUE
      *                    AO PROGCOB09G, QUE NUMERA, ENCADEIA E
      *                    GRAVA. REGISTROS ANTIGOS, SEM ESTES
      *                    CAMPOS, FICAM COM ELES EM BRANCO
      *****************************************************
       01  AUDITORIA-REG.
           05  AU-PROGRAMA         PIC X(08).
           05  AU-EVENTO           PIC X(20).
           05  AU-CHAVE            PIC X(10).
           05  AU-OPERADOR         PIC X(08).
           05  AU-SEQUENCIA        PIC 9(08).
           05  AU-VERIFICADOR      PIC 9(10).

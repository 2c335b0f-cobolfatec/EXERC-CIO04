      *                          EXECUCAO (ARQEXEC) NO TERMINO, PARA
      *                          O RESUMO DIARIO DE OPERACAO
      *                          (RSPRG013).
      *  V04    10/2026  050004  MESTRE (ARQMEST) COM CURSO, SERIE E
      *                          TURMA, 60 BYTES, E JORNAL ARQJRNL COM
      *                          147 BYTES (ACOMPANHA O RSPRG002 V25).
      *                          GERACOES DO JORNAL NO LAYOUT ANTIGO
      *                          DEVEM SER CORTADAS (RSPRG011) ANTES
      *                          DA CONVERSAO DO MESTRE (RSPRG029).
      *  V05    10/2026  050005  MESTRE (ARQMEST) COM SEXO E DATA DE
      *                          NASCIMENTO, 69 BYTES, E JORNAL
      *                          ARQJRNL COM 165 BYTES (ACOMPANHA O
      *                          RSPRG002 V26). GERACOES DO JORNAL NO
      *                          LAYOUT ANTIGO DEVEM SER CORTADAS
      *                          (RSPRG011) ANTES DA CONVERSAO DO
      *                          MESTRE (RSPRG029).
      *  V06    10/2026  050006  MESTRE (ARQMEST) COM A SITUACAO DA
      *                          MATRICULA, DATA EFETIVA E MOTIVO,
      *                          108 BYTES, E JORNAL ARQJRNL COM 243
      *                          BYTES (ACOMPANHA O RSPRG002 V27). A
      *                          MUDANCA DE SITUACAO (RSPRG003) CHEGA
      *                          COMO ALTERACAO E E REAPLICADA COMO
      *                          AS DEMAIS. GERACOES DO JORNAL NO
      *                          LAYOUT ANTIGO DEVEM SER CORTADAS
      *                          (RSPRG011) ANTES DA CONVERSAO DO
      *                          MESTRE PELO RSPRG029, QUE COPIA O
      *                          CLUSTER ANTIGO (45 BYTES) PARA O
      *                          NOVO (108 BYTES) ALOCADO VAZIO.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       FD  ARQJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-JRNL          PIC X(243).
      *-----> ARQMEST - ARQUIVO MESTRE DE ALUNOS (VSAM KSDS, DD NO
      *       JCL); DEVE SER ALOCADO VAZIO PARA A RECONSTRUCAO
       FD  ARQMEST
               88  MEST-APROVADO             VALUE 'A'.
               88  MEST-REPROVADO            VALUE 'R'.
               88  MEST-REPROV-FALTA         VALUE 'F'.
           05  WS-MEST-CUR        PIC X(12).
           05  WS-MEST-SERIE      PIC 9(01).
           05  WS-MEST-TURMA      PIC X(02).
           05  WS-MEST-SEXO       PIC X(01).
           05  WS-MEST-DATA-NASC  PIC 9(08).
           05  WS-MEST-SIT-MAT    PIC X(01).
               88  MEST-ATIVO                VALUE 'A' ' '.
               88  MEST-TRANSFERIDO          VALUE 'T'.
               88  MEST-TRANCADO             VALUE 'M'.
               88  MEST-ABANDONO             VALUE 'B'.
               88  MEST-CONCLUIDO            VALUE 'C'.
           05  WS-MEST-DATA-SIT   PIC 9(08).
           05  WS-MEST-MOTIVO-SIT PIC X(30).
      *-----> ARQEXEC - CONTROLE DE EXECUCAO DA SUITE (DD NO JCL):
      *       UM REGISTRO POR EXECUCAO, LIDO PELO RSPRG013
       FD  ARQEXEC
               88  JRN-INCLUSAO                      VALUE 'I'.
               88  JRN-ALTERACAO                     VALUE 'A'.
               88  JRN-EXCLUSAO                      VALUE 'E'.
           05  WS-JRN-IMAGEM-ANT      PIC X(108).
           05  WS-JRN-IMAGEM-ATU      PIC X(108).

      *-----> REDEFINICAO DO REGISTRO DO JORNAL PARA IDENTIFICAR
      *       REGISTROS DE CONTROLE (HDR/TRL) DAS GERACOES DE
      *       ARQUIVO CONCATENADAS NO DD ARQJRNL
       01  WS-REG-CTRL-JRNL REDEFINES WS-REG-JRNL.
           05  WS-CTRL-IND            PIC X(03).
           05  FILLER                 PIC X(240).

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.

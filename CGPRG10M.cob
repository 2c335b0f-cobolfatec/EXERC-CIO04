      *                          CONTAGEM PROPRIA. O ARQEXEC PASSA
      *                          A SER GRAVADO TAMBEM NOS
      *                          CANCELAMENTOS (RC 16).
      *  V06    10/2026  070006  MESTRE (ARQMEST) COM CURSO, SERIE E
      *                          TURMA, 60 BYTES, E JORNAL ARQJRNL COM
      *                          147 BYTES (ACOMPANHA O RSPRG002 V25):
      *                          A CONFERENCIA PASSA A COMPARAR A
      *                          IMAGEM COMPLETA DE 60 BYTES.
      *  V07    10/2026  070007  MESTRE (ARQMEST) COM SEXO E DATA DE
      *                          NASCIMENTO, 69 BYTES, E JORNAL
      *                          ARQJRNL COM 165 BYTES (ACOMPANHA O
      *                          RSPRG002 V26): A CONFERENCIA PASSA A
      *                          COMPARAR A IMAGEM COMPLETA DE 69
      *                          BYTES.
      *  V08    10/2026  070008  MESTRE (ARQMEST) COM A SITUACAO DA
      *                          MATRICULA, DATA EFETIVA E MOTIVO,
      *                          108 BYTES, E JORNAL ARQJRNL COM 243
      *                          BYTES (ACOMPANHA O RSPRG002 V27): A
      *                          CONFERENCIA PASSA A COMPARAR A
      *                          IMAGEM COMPLETA DE 108 BYTES.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05  WS-MEST-NOT4       PIC S9(02)V99.
           05  WS-MEST-MEDIA      PIC S9(02)V99.
           05  WS-MEST-SITUACAO   PIC X(01).
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
      *-----> ARQHIST - HISTORICO ESCOLAR POR ALUNO/ANO/BIMESTRE
      *       (VSAM KSDS, DD NO JCL)
       FD  ARQHIST
       FD  ARQJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-JRNL          PIC X(243).
      *-----> ARQEXEC - CONTROLE DE EXECUCAO DA SUITE (DD NO JCL):
      *       UM REGISTRO POR EXECUCAO, LIDO PELO RSPRG013
       FD  ARQEXEC
           05  WS-JRN-LOTE            PIC X(12).
           05  WS-JRN-OPER            PIC X(01).
               88  JRN-EXCLUSAO                      VALUE 'E'.
           05  WS-JRN-IMAGEM-ANT      PIC X(108).
           05  WS-JRN-IMAGEM-ATU      PIC X(108).

      *-----> REDEFINICAO DO REGISTRO DO JORNAL PARA IDENTIFICAR
      *       REGISTROS DE CONTROLE (HDR/TRL) DAS GERACOES DE
      *       ARQUIVO (RSPRG011) CONCATENADAS NO DD ARQJRNL
       01  WS-REG-CTRL-JRNL REDEFINES WS-REG-JRNL.
           05  WS-CTRL-IND            PIC X(03).
           05  FILLER                 PIC X(240).

      *-----> BIMESTRE RESERVADO AO RESULTADO ANUAL (RSPRG007);
      *       IGNORADO NA APURACAO DO HISTORICO MAIS RECENTE, POIS
                                      INDEXED BY WS-IX-JRN.
               10  WS-TJ-NUM          PIC 9(04).
               10  WS-TJ-EXCLUIDO     PIC X(01).
               10  WS-TJ-IMAGEM       PIC X(108).
               10  WS-TJ-CONFERIDO    PIC X(01).

      *-----> NUMERO DO ALUNO EXTRAIDO DA IMAGEM DO JORNAL

      *-----> IMAGEM DO REGISTRO CORRENTE DO MESTRE, PARA COMPARAR
      *       COM A ULTIMA IMAGEM JORNALIZADA
       01  WS-IMAGEM-MESTRE           PIC X(108)     VALUE SPACES.

      *-----> CAMPO EDITADO DA MEDIA NAS LINHAS DE DIVERGENCIA
       01  WS-MEDIA-ED-1              PIC Z9,99.

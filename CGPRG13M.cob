      *                          EXECUCAO (ARQEXEC) NO TERMINO, PARA
      *                          O RESUMO DIARIO DE OPERACAO
      *                          (RSPRG013).
      *  V03    10/2026  100003  JORNAL ARQJRNL, ARQJRNA E ARQJRNN COM
      *                          147 BYTES (ACOMPANHA O RSPRG002 V25).
      *                          O CORTE QUE ANTECEDE A CONVERSAO DO
      *                          MESTRE (RSPRG029) ARQUIVA O JORNAL NO
      *                          LAYOUT ANTIGO; DAI EM DIANTE SO O
      *                          NOVO.
      *  V04    10/2026  100004  JORNAL ARQJRNL, ARQJRNA E ARQJRNN COM
      *                          165 BYTES (ACOMPANHA O RSPRG002 V26).
      *                          O CORTE QUE ANTECEDE A CONVERSAO DO
      *                          MESTRE (RSPRG029) ARQUIVA O JORNAL NO
      *                          LAYOUT ANTIGO; DAI EM DIANTE SO O
      *                          NOVO.
      *  V05    10/2026  100005  JORNAL ARQJRNL, ARQJRNA E ARQJRNN COM
      *                          243 BYTES (ACOMPANHA O RSPRG002 V27).
      *                          O CORTE QUE ANTECEDE A CONVERSAO DO
      *                          MESTRE (RSPRG029) ARQUIVA O JORNAL NO
      *                          LAYOUT ANTIGO; DAI EM DIANTE SO O
      *                          NOVO. A DATA DE CORTE DEVE SER A DA
      *                          CONVERSAO, PARA QUE O JORNAL VIVO
      *                          NOVO COMECE VAZIO.
      *  V06    10/2026  100006  HDR E TRL DO ARQJRNA COMPLETADOS COM
      *                          BRANCOS ATE OS 243 BYTES DO JORNAL.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       FD  ARQJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-JRNL          PIC X(243).
      *-----> ARQJRNA - GERACAO DE ARQUIVO DO JORNAL (HDR + ENTRADAS
      *       DO PERIODO ENCERRADO + TRL COM TOTAIS DE CONTROLE)
       FD  ARQJRNA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-JRNA          PIC X(243).
      *-----> ARQJRNN - JORNAL VIVO NOVO (ENTRADAS POSTERIORES AO
      *       CORTE), QUE SUBSTITUI O ARQJRNL NO JCL DOS PROXIMOS
      *       LOTES
       FD  ARQJRNN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-JRNN          PIC X(243).
      *-----> ARQEXEC - CONTROLE DE EXECUCAO DA SUITE (DD NO JCL):
      *       UM REGISTRO POR EXECUCAO, LIDO PELO RSPRG013
       FD  ARQEXEC
               88  JRN-INCLUSAO                      VALUE 'I'.
               88  JRN-ALTERACAO                     VALUE 'A'.
               88  JRN-EXCLUSAO                      VALUE 'E'.
           05  WS-JRN-IMAGEM-ANT      PIC X(108).
           05  WS-JRN-IMAGEM-ATU      PIC X(108).

      *-----> REDEFINICAO DO REGISTRO DO JORNAL PARA IDENTIFICAR
      *       REGISTROS DE CONTROLE (HDR/TRL) DE UMA GERACAO DE
      *       ARQUIVO EVENTUALMENTE PRESENTE NA ENTRADA
       01  WS-REG-CTRL-JRNL REDEFINES WS-REG-JRNL.
           05  WS-CTRL-IND            PIC X(03).
           05  FILLER                 PIC X(240).

      *-----> CARTAO DE CONTROLE (SYSIN): DATA DE CORTE (AAAAMMDD);
      *       ENTRADAS COM DATA ATE A DATA DE CORTE SAO ARQUIVADAS
           05  FILLER                 PIC X(03)      VALUE 'HDR'.
           05  WS-AHD-DATA-GER        PIC 9(08).
           05  WS-AHD-DATA-CORTE      PIC 9(08).
           05  FILLER                 PIC X(224)     VALUE SPACES.

       01  WS-JRNA-TRL.
           05  FILLER                 PIC X(03)      VALUE 'TRL'.
           05  WS-ATR-QT-INCL         PIC 9(06).
           05  WS-ATR-QT-ALT          PIC 9(06).
           05  WS-ATR-QT-EXCL         PIC 9(06).
           05  FILLER                 PIC X(216)     VALUE SPACES.

      *-----> LINHA DE USO GERAL PARA O RELATORIO DE CORTE
       01  WS-LINHA-RESUMO           PIC X(132)     VALUE SPACES.

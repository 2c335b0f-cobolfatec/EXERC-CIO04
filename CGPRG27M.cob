       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG025.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: AVISO AOS RESPONSAVEIS (SMS/E-MAIL), RODADO APOS
      *           CADA LOTE. IDENTIFICA OS EVENTOS DO ANO/BIMESTRE
      *           DO CARTAO DE CONTROLE: SITUACAO R OU F ATRIBUIDA
      *           PELO RSPRG002 (EXTRATO ARQEXTR), BOLETIM RETIDO
      *           POR PENDENCIA FINANCEIRA (FLAG DO ARQEXTR),
      *           FREQUENCIA ABAIXO DA MINIMA DO ARQPARM (ARQFREQ) E
      *           BOLETIM LIBERADO PELO RSPRG005 (ARQLIBR). PARA CADA
      *           EVENTO AINDA NAO AVISADO (ARQNOTE) BUSCA O
      *           RESPONSAVEL NO CADASTRO (ARQRESP) E GRAVA UMA
      *           MENSAGEM NO ARQUIVO DO GATEWAY DE MENSAGENS
      *           (ARQGATW), PELO CANAL PREFERIDO. ALUNO SEM
      *           RESPONSAVEL ALCANCAVEL VAI PARA A LISTAGEM DE
      *           EXCECOES (RELNOTI) E O EVENTO FICA PENDENTE PARA A
      *           PROXIMA EXECUCAO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  240001  PROGRAMA DE AVISO AOS RESPONSAVEIS
      *                          (GATEWAY SMS/E-MAIL) CRIADO.
      *  V02    10/2026  240002  SITUACAO DA MATRICULA (ARQMEST, 108
      *                          BYTES): EVENTO DE ALUNO TRANSFERIDO,
      *                          TRANCADO, QUE ABANDONOU OU CONCLUIU
      *                          NAO E AVISADO NEM VAI AO RELNOTI, SO
      *                          CONTADO NOS TOTAIS.
      *  V03    10/2026  240003  AVISO DE BOLETIM LIBERADO (L)
      *                          IDENTIFICADO NO ARQNOTE PELA DATA DA
      *                          LIBERACAO, E NAO PELO ANO/BIMESTRE
      *                          DO CARTAO, PARA NAO REPETIR O AVISO
      *                          QUANDO O ARQLIBR E RELIDO EM OUTRO
      *                          LOTE. CHAVE DO ARQNOTE COM 21 BYTES
      *                          (REGISTRO DE 70 BYTES).
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           .
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
           SELECT RELNOTI   ASSIGN TO RELNOTI
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQMEST   ASSIGN TO ARQMEST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WS-MEST-NUM
               FILE STATUS  IS WS-MEST-STATUS.
           SELECT ARQRESP   ASSIGN TO ARQRESP
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WS-RSP-NUM
               FILE STATUS  IS WS-RSP-STATUS.
           SELECT ARQNOTE   ASSIGN TO ARQNOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WS-NTE-CHAVE
               FILE STATUS  IS WS-NTE-STATUS.
           SELECT ARQEXTR   ASSIGN TO ARQEXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXTR-STATUS.
           SELECT ARQFREQ   ASSIGN TO ARQFREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-FREQ-STATUS.
           SELECT ARQLIBR   ASSIGN TO ARQLIBR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-LIBR-STATUS.
           SELECT ARQPARM   ASSIGN TO ARQPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-PARM-STATUS.
           SELECT ARQGATW   ASSIGN TO ARQGATW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-GATW-STATUS.
           SELECT ARQEXEC   ASSIGN TO ARQEXEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXEC-STATUS.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> RELNOTI - LISTAGEM DE EXCECOES DO AVISO (IMPRESSAO)
       FD  RELNOTI
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-RELNOTI      PIC X(132).
      *-----> ARQMEST - ARQUIVO MESTRE DE ALUNOS (VSAM KSDS, DD NO JCL)
       FD  ARQMEST
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-MESTRE.
           05  WS-MEST-NUM        PIC 9(04).
           05  WS-MEST-NOM        PIC X(20).
           05  WS-MEST-NOT1       PIC S9(02)V99.
           05  WS-MEST-NOT2       PIC S9(02)V99.
           05  WS-MEST-NOT3       PIC S9(02)V99.
           05  WS-MEST-NOT4       PIC S9(02)V99.
           05  WS-MEST-MEDIA      PIC S9(02)V99.
           05  WS-MEST-SITUACAO   PIC X(01).
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
      *-----> ARQRESP - CADASTRO DE RESPONSAVEIS POR ALUNO (VSAM
      *       KSDS, DD NO JCL), MANTIDO PELO RSPRG024
       FD  ARQRESP
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-RESP.
           05  WS-RSP-NUM         PIC 9(04).
           05  WS-RSP-NOME        PIC X(30).
           05  WS-RSP-CELULAR     PIC X(11).
           05  WS-RSP-EMAIL       PIC X(40).
           05  WS-RSP-CANAL       PIC X(01).
               88  RSP-CANAL-SMS             VALUE 'S'.
               88  RSP-CANAL-EMAIL           VALUE 'E'.
           05  WS-RSP-OPTOU-FORA  PIC X(01).
               88  RSP-OPTOU-FORA            VALUE 'S'.
           05  WS-RSP-DATA-ATU    PIC 9(08).
      *-----> ARQNOTE - AVISOS JA ENVIADOS (VSAM KSDS, DD NO JCL):
      *       UM REGISTRO POR EVENTO AVISADO, PARA NUNCA AVISAR O
      *       MESMO EVENTO DUAS VEZES. EVENTO: R=REPROVADO,
      *       F=REPROVADO POR FALTA, Q=FREQUENCIA ABAIXO DA MINIMA,
      *       T=BOLETIM RETIDO, L=BOLETIM LIBERADO; COMPLEMENTO =
      *       DISCIPLINA (R/F) OU BRANCOS. A LIBERACAO (L) NAO E DO
      *       LOTE: E IDENTIFICADA PELA DATA DA LIBERACAO NO RSPRG005,
      *       COM ANO/BIMESTRE ZERADOS; NOS DEMAIS EVENTOS A DATA DA
      *       LIBERACAO E ZERADA
       FD  ARQNOTE
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-NOTE.
           05  WS-NTE-CHAVE.
               10  WS-NTE-NUM     PIC 9(04).
               10  WS-NTE-ANO     PIC 9(04).
               10  WS-NTE-BIM     PIC 9(01).
               10  WS-NTE-EVENTO  PIC X(01).
               10  WS-NTE-COMPL   PIC X(03).
               10  WS-NTE-DATA-LIB PIC 9(08).
           05  WS-NTE-DATA-ENVIO  PIC 9(08).
           05  WS-NTE-CANAL       PIC X(01).
           05  WS-NTE-DESTINO     PIC X(40).
      *-----> ARQEXTR - EXTRATO DE RESULTADOS DO LOTE, GRAVADO PELO
      *       RSPRG002 (DD NO JCL): HDR + UM REGISTRO POR ALUNO
      *       ACEITO + TRL
       FD  ARQEXTR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-EXTR          PIC X(61).
      *-----> ARQFREQ - FREQUENCIA DOS ALUNOS (DD NO JCL): NUMERO DO
      *       ALUNO + PERCENTUAL DE FREQUENCIA (0 A 100)
       FD  ARQFREQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-FREQ          PIC X(07).
      *-----> ARQLIBR - BOLETINS LIBERADOS PELO RSPRG005 (DD NO JCL)
       FD  ARQLIBR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-LIBR          PIC X(32).
      *-----> ARQPARM - PARAMETROS DE EXECUCAO (DD NO JCL): AQUI E
      *       UTILIZADA A FREQUENCIA MINIMA
       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-PARM          PIC X(19).
      *-----> ARQGATW - MENSAGENS PARA O GATEWAY SMS/E-MAIL (DD NO
      *       JCL): HDR + UMA MENSAGEM POR EVENTO + TRL
       FD  ARQGATW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-GATW          PIC X(230).
      *-----> ARQEXEC - CONTROLE DE EXECUCAO DA SUITE (DD NO JCL):
      *       UM REGISTRO POR EXECUCAO, LIDO PELO RSPRG013
       FD  ARQEXEC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-EXEC          PIC X(48).
      *
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADAS NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CT-EXTRATO          PIC 9(06)      VALUE ZEROS.
           05  WS-CT-FREQUENCIA       PIC 9(06)      VALUE ZEROS.
           05  WS-CT-LIBERADOS        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-EVENTOS          PIC 9(06)      VALUE ZEROS.
           05  WS-CT-JA-AVISADOS      PIC 9(06)      VALUE ZEROS.
           05  WS-CT-NAO-ATIVOS       PIC 9(06)      VALUE ZEROS.
           05  WS-CT-MENSAGENS        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-SMS              PIC 9(06)      VALUE ZEROS.
           05  WS-CT-EMAIL            PIC 9(06)      VALUE ZEROS.
           05  WS-CT-EXCECOES         PIC 9(06)      VALUE ZEROS.
           05  WS-CT-ERROS            PIC 9(06)      VALUE ZEROS.

      *-----> CONTROLE DOS ARQUIVOS
       01  WS-MEST-STATUS             PIC X(02)      VALUE '00'.
       01  WS-RSP-STATUS              PIC X(02)      VALUE '00'.
       01  WS-NTE-STATUS              PIC X(02)      VALUE '00'.
       01  WS-EXTR-STATUS             PIC X(02)      VALUE '00'.
       01  WS-EXTR-FIM                PIC X(01)      VALUE 'N'.
           88  EXTR-FIM                              VALUE 'S'.
       01  WS-FREQ-STATUS             PIC X(02)      VALUE '00'.
       01  WS-FREQ-FIM                PIC X(01)      VALUE 'N'.
           88  FREQ-FIM                              VALUE 'S'.
       01  WS-LIBR-STATUS             PIC X(02)      VALUE '00'.
       01  WS-LIBR-FIM                PIC X(01)      VALUE 'N'.
           88  LIBR-FIM                              VALUE 'S'.
       01  WS-PARM-STATUS             PIC X(02)      VALUE '00'.
       01  WS-GATW-STATUS             PIC X(02)      VALUE '00'.

      *-----> CONTROLE DO ARQUIVO DE EXECUCOES (ARQEXEC)
       01  WS-EXEC-STATUS             PIC X(02)      VALUE '00'.

      *-----> DATA/HORA DA EXECUCAO
       01  WS-AREA-EXECUCAO.
           05  WS-DATA-CORRENTE       PIC 9(08)      VALUE ZEROS.
           05  WS-HORA-CORRENTE-X.
               10  WS-HORA-CORRENTE   PIC 9(06).
               10  FILLER             PIC X(02).

      *-----> REGISTRO DE CONTROLE DE EXECUCAO (ARQEXEC), GRAVADO
      *       NO TERMINO PARA O RESUMO DIARIO DE OPERACAO
       01  WS-REG-EXEC.
           05  WS-EXE-PROGRAMA        PIC X(08).
           05  WS-EXE-DATA            PIC 9(08).
           05  WS-EXE-HORA            PIC 9(06).
           05  WS-EXE-ANO             PIC 9(04).
           05  WS-EXE-BIM             PIC 9(01).
           05  WS-EXE-TIPO            PIC X(01).
           05  WS-EXE-LIDOS           PIC 9(06).
           05  WS-EXE-ACEITOS         PIC 9(06).
           05  WS-EXE-REJEITADOS      PIC 9(06).
           05  WS-EXE-RC              PIC 9(02).

      *-----> ENTRADA - CARTAO DE CONTROLE (SYSIN): ANO E BIMESTRE
      *       DO LOTE A AVISAR (BIMESTRE 5 = RECUPERACAO)
       01  WS-REG-CARTAO.
           05  WS-CRT-ANO             PIC 9(04).
           05  WS-CRT-BIM             PIC 9(01).
           05  FILLER                 PIC X(75).

      *-----> AREA DE DESMEMBRAMENTO DO REGISTRO DO ARQPARM (MESMO
      *       LAYOUT DO RSPRG002)
       01  WS-REG-PARM.
           05  WS-PRM-MEDIA-APROV     PIC 9(02)V99.
           05  WS-PRM-PESO1           PIC 9(01).
           05  WS-PRM-PESO2           PIC 9(01).
           05  WS-PRM-PESO3           PIC 9(01).
           05  WS-PRM-PESO4           PIC 9(01).
           05  WS-PRM-SOMA-PESOS      PIC 9(02).
           05  WS-PRM-CKPT            PIC 9(04).
           05  WS-PRM-MAXLIN          PIC 9(02).
           05  WS-PRM-FREQ-MIN        PIC 9(03).

      *-----> FREQUENCIA MINIMA EXIGIDA (REGIMENTO; SOBREPOSTA NA
      *       PARTIDA PELO VALOR DO ARQPARM)
       77  WS-FREQ-MINIMA             PIC 9(03)      VALUE 075.

      *-----> LAYOUTS DO EXTRATO DE RESULTADOS (ARQEXTR), OS MESMOS
      *       DO RSPRG002
       01  WS-EXTR-HDR.
           05  WS-EHD-IDENT           PIC X(03).
           05  WS-EHD-DATA            PIC 9(08).
           05  WS-EHD-ANO             PIC 9(04).
           05  WS-EHD-BIM             PIC 9(01).
           05  WS-EHD-TIPO            PIC X(01).
           05  FILLER                 PIC X(44).

       01  WS-EXTR-DET.
           05  WS-EXT-NUM             PIC 9(04).
           05  WS-EXT-NOM             PIC X(20).
           05  WS-EXT-CUR             PIC X(12).
           05  WS-EXT-DIS             PIC X(03).
           05  WS-EXT-NOT1            PIC 9(02)V99.
           05  WS-EXT-NOT2            PIC 9(02)V99.
           05  WS-EXT-NOT3            PIC 9(02)V99.
           05  WS-EXT-NOT4            PIC 9(02)V99.
           05  WS-EXT-MEDIA           PIC 9(02)V99.
           05  WS-EXT-SITUACAO        PIC X(01).
           05  WS-EXT-RETIDO          PIC X(01).

      *-----> AREA DE DESMEMBRAMENTO DO REGISTRO DO ARQFREQ
       01  WS-REG-FREQ.
           05  WS-FREQ-NUM-IN         PIC 9(04).
           05  WS-FREQ-PCT-IN         PIC 9(03).

      *-----> REGISTRO DO BOLETIM LIBERADO (ARQLIBR), O MESMO DO
      *       RSPRG005
       01  WS-REG-LIBR.
           05  WS-LIB-NUM             PIC 9(04).
           05  WS-LIB-NOM             PIC X(20).
           05  WS-LIB-DATA            PIC 9(08).

      *-----> EVENTO EM TRATAMENTO
       01  WS-EVENTO.
           05  WS-EVT-NUM             PIC 9(04).
           05  WS-EVT-TIPO            PIC X(01).
               88  EVT-REPROVADO                     VALUE 'R'.
               88  EVT-REPROV-FALTA                  VALUE 'F'.
               88  EVT-FREQ-BAIXA                    VALUE 'Q'.
               88  EVT-RETIDO                        VALUE 'T'.
               88  EVT-LIBERADO                      VALUE 'L'.
           05  WS-EVT-COMPL           PIC X(03).
           05  WS-EVT-DATA-LIB        PIC 9(08).
           05  WS-EVT-PCT             PIC 9(03).

      *-----> CANAL E DESTINO ESCOLHIDOS PARA O EVENTO: O CANAL
      *       PREFERIDO DO RESPONSAVEL OU, SEM O CONTATO DELE, O
      *       OUTRO CANAL CADASTRADO
       01  WS-CANAL-ENVIO             PIC X(01)      VALUE SPACES.
           88  ENVIO-SMS                             VALUE 'S'.
           88  ENVIO-EMAIL                           VALUE 'E'.
           88  SEM-CANAL                             VALUE SPACES.
       01  WS-DESTINO                 PIC X(40)      VALUE SPACES.

      *-----> TEXTO DO PERIODO E DA MENSAGEM EM MONTAGEM
       01  WS-TXT-PERIODO             PIC X(24)      VALUE SPACES.
       01  WS-TXT-MENSAGEM            PIC X(120)     VALUE SPACES.
       01  WS-TXT-PCT                 PIC ZZ9.
       01  WS-TXT-MINIMA              PIC ZZ9.

      *-----> MOTIVO DA EXCECAO E DESCRICAO DO EVENTO NA LISTAGEM
       01  WS-MOTIVO                  PIC X(40)      VALUE SPACES.
       01  WS-DESC-EVENTO             PIC X(24)      VALUE SPACES.

      *-----> INDICADOR DE ARQUIVO DE ENTRADA DESCARTADO (EXTRATO
      *       DE OUTRO LOTE OU SEM HDR): RC 8 NO TERMINO
       01  WS-IND-DESCARTE            PIC X(01)      VALUE 'N'.
           88  HOUVE-DESCARTE                        VALUE 'S'.

      *-----> REGISTROS DO ARQUIVO DO GATEWAY (ARQGATW)
       01  WS-GATW-HDR.
           05  FILLER                 PIC X(03)      VALUE 'HDR'.
           05  WS-GHD-DATA            PIC 9(08).
           05  WS-GHD-HORA            PIC 9(06).
           05  WS-GHD-ANO             PIC 9(04).
           05  WS-GHD-BIM             PIC 9(01).
           05  FILLER                 PIC X(208)     VALUE SPACES.

       01  WS-GATW-MSG.
           05  FILLER                 PIC X(03)      VALUE 'MSG'.
           05  WS-GMS-ID-EVENTO.
               10  WS-GMS-NUM         PIC 9(04).
               10  WS-GMS-ANO         PIC 9(04).
               10  WS-GMS-BIM         PIC 9(01).
               10  WS-GMS-EVENTO      PIC X(01).
               10  WS-GMS-COMPL       PIC X(03).
           05  WS-GMS-CANAL           PIC X(01).
           05  WS-GMS-DESTINO         PIC X(40).
           05  WS-GMS-NOME-RESP       PIC X(30).
           05  WS-GMS-NOME-ALUNO      PIC X(20).
           05  WS-GMS-TEXTO           PIC X(120).
           05  FILLER                 PIC X(03)      VALUE SPACES.

       01  WS-GATW-TRL.
           05  FILLER                 PIC X(03)      VALUE 'TRL'.
           05  WS-GTR-QTDE            PIC 9(06).
           05  WS-GTR-QTDE-SMS        PIC 9(06).
           05  WS-GTR-QTDE-EMAIL      PIC 9(06).
           05  FILLER                 PIC X(209)     VALUE SPACES.

      *-----> CONTROLE DE PAGINACAO DO RELATORIO
       01  WS-AREA-RELATORIO.
           05  WS-LINHAS-IMPRESSAS    PIC 9(02)      VALUE ZEROS.
           05  WS-MAX-LINHAS          PIC 9(02)      VALUE 20.
           05  WS-PAGINA              PIC 9(04)      VALUE ZEROS.

      *-----> LAYOUTS DA LISTAGEM DE EXCECOES (RELNOTI)
       01  WS-CAB-01.
           05  FILLER              PIC X(20) VALUE 'RSPRG025'.
           05  FILLER              PIC X(40) VALUE
               'AVISO AOS RESPONSAVEIS - EXCECOES'.
           05  FILLER              PIC X(05) VALUE 'ANO: '.
           05  WS-CAB-ANO          PIC 9(04).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'BIM: '.
           05  WS-CAB-BIM          PIC 9(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'PAGINA: '.
           05  WS-CAB-PAGINA       PIC ZZZ9.
           05  FILLER              PIC X(39) VALUE SPACES.

       01  WS-CAB-02.
           05  FILLER              PIC X(06) VALUE 'NUMERO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE 'NOME DO ALUNO'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(24) VALUE 'EVENTO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE 'DIS'.
           05  FILLER              PIC X(40) VALUE
               'MOTIVO DO NAO ENVIO'.
           05  FILLER              PIC X(34) VALUE SPACES.

       01  WS-LINHA-DETALHE.
           05  WS-DET-NUM          PIC 9(04).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DET-NOM          PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-EVENTO       PIC X(24).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-DIS          PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-MOTIVO       PIC X(40).
           05  FILLER              PIC X(34) VALUE SPACES.

      *-----> LINHA DE USO GERAL PARA OS TOTAIS DE FECHAMENTO
       01  WS-LINHA-RESUMO           PIC X(132)     VALUE SPACES.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-RSPRG025.

           PERFORM 010-INICIAR
           PERFORM 040-PROCESSAR-EXTRATO THRU
              040-PROCESSAR-EXTRATO-EXIT
           PERFORM 045-PROCESSAR-FREQUENCIA
           PERFORM 048-PROCESSAR-LIBERADOS
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           OPEN OUTPUT RELNOTI
           PERFORM 017-LER-CARTAO
           PERFORM 012-LER-PARAMETROS
           OPEN INPUT ARQMEST
           IF   WS-MEST-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQMEST NAO DISPONIVEL PARA '
                 'LEITURA - FS ' WS-MEST-STATUS ' *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           OPEN INPUT ARQRESP
           IF   WS-RSP-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQRESP NAO DISPONIVEL PARA '
                 'LEITURA - FS ' WS-RSP-STATUS ' *'
              CLOSE ARQMEST
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           PERFORM 014-ABRIR-AVISADOS
           OPEN OUTPUT ARQGATW
           IF   WS-GATW-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQGATW NAO DISPONIVEL PARA '
                 'GRAVACAO - FS ' WS-GATW-STATUS ' *'
              CLOSE ARQMEST
              CLOSE ARQRESP
              CLOSE ARQNOTE
              PERFORM 018-ABORTAR-CONTROLE
           END-IF

           ACCEPT WS-DATA-CORRENTE   FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRENTE-X FROM TIME
           MOVE WS-DATA-CORRENTE  TO  WS-GHD-DATA
           MOVE WS-HORA-CORRENTE  TO  WS-GHD-HORA
           MOVE WS-CRT-ANO        TO  WS-GHD-ANO
           MOVE WS-CRT-BIM        TO  WS-GHD-BIM
           WRITE WS-LINHA-GATW FROM WS-GATW-HDR
           .
      *--------------------------------------------------------------*
      *    LE DO ARQPARM A FREQUENCIA MINIMA EM VIGOR (MESMO DATASET
      *    DE CONTROLE DO RSPRG002); PARAMETRO AUSENTE OU INVALIDO
      *    CANCELA O AVISO (RC 16)
      *--------------------------------------------------------------*
       012-LER-PARAMETROS.

           OPEN INPUT ARQPARM
           IF   WS-PARM-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQPARM NAO DISPONIVEL PARA '
                 'LEITURA - FS ' WS-PARM-STATUS ' *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           READ ARQPARM INTO WS-REG-PARM
              AT END
                 DISPLAY ' * ERRO - ARQPARM SEM REGISTRO DE '
                    'PARAMETROS *'
                 CLOSE ARQPARM
                 PERFORM 018-ABORTAR-CONTROLE
           END-READ
           CLOSE ARQPARM

           IF   WS-PRM-FREQ-MIN NOT NUMERIC
              DISPLAY ' * ERRO - ARQPARM COM FREQUENCIA MINIMA EM '
                 'BRANCO OU NAO NUMERICA *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           IF   WS-PRM-FREQ-MIN > 100
              DISPLAY ' * ERRO - ARQPARM: FREQUENCIA MINIMA ACIMA '
                 'DE 100 *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           MOVE WS-PRM-FREQ-MIN  TO  WS-FREQ-MINIMA
           .
      *--------------------------------------------------------------*
      *    ABRE O ARQUIVO DE AVISOS JA ENVIADOS, CRIANDO-O SE AINDA
      *    NAO EXISTIR (PRIMEIRA EXECUCAO)
      *--------------------------------------------------------------*
       014-ABRIR-AVISADOS.

           OPEN I-O ARQNOTE
           IF   WS-NTE-STATUS = '35'
              OPEN OUTPUT ARQNOTE
              CLOSE ARQNOTE
              OPEN I-O ARQNOTE
           END-IF
           IF   WS-NTE-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQNOTE NAO DISPONIVEL PARA '
                 'ATUALIZACAO - FS ' WS-NTE-STATUS ' *'
              CLOSE ARQMEST
              CLOSE ARQRESP
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           .
      *--------------------------------------------------------------*
      *    LE O CARTAO DE CONTROLE (SYSIN) COM O ANO/BIMESTRE DO
      *    LOTE E MONTA O TEXTO DO PERIODO DAS MENSAGENS; CARTAO
      *    INVALIDO CANCELA O AVISO (RC 16)
      *--------------------------------------------------------------*
       017-LER-CARTAO.

           ACCEPT WS-REG-CARTAO  FROM SYSIN
           IF   WS-CRT-ANO NOT NUMERIC
            OR  WS-CRT-ANO = ZEROS
            OR  WS-CRT-BIM NOT NUMERIC
            OR  WS-CRT-BIM < 1
            OR  WS-CRT-BIM > 5
              DISPLAY ' * ERRO - CARTAO DE CONTROLE SEM ANO/BIMESTRE '
                 'VALIDO (BIMESTRE 1 A 5); AVISO REJEITADO *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           MOVE WS-CRT-ANO  TO  WS-CAB-ANO
           MOVE WS-CRT-BIM  TO  WS-CAB-BIM
           IF   WS-CRT-BIM = 5
              STRING 'NA RECUPERACAO DE ' WS-CRT-ANO
                 DELIMITED BY SIZE INTO WS-TXT-PERIODO
           ELSE
              STRING 'NO ' WS-CRT-BIM 'O BIMESTRE DE ' WS-CRT-ANO
                 DELIMITED BY SIZE INTO WS-TXT-PERIODO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENCERRA O JOB SEM AVISAR, POR CARTAO OU PARAMETROS
      *    INVALIDOS OU ARQUIVO INDISPONIVEL
      *--------------------------------------------------------------*
       018-ABORTAR-CONTROLE.

           CLOSE RELNOTI
           MOVE 16  TO  RETURN-CODE
           PERFORM 098-GRAVAR-EXECUCAO
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    EVENTOS DO RSPRG002: LE O EXTRATO DO LOTE (ARQEXTR). O
      *    HDR TEM DE SER DO ANO/BIMESTRE DO CARTAO; EXTRATO DE
      *    OUTRO LOTE E DESCARTADO (RC 8). EXTRATO AUSENTE APENAS
      *    DEIXA DE GERAR OS EVENTOS DO RSPRG002 (EXECUCAO APOS O
      *    RSPRG005)
      *--------------------------------------------------------------*
       040-PROCESSAR-EXTRATO.

           OPEN INPUT ARQEXTR
           IF   WS-EXTR-STATUS NOT = '00'
              DISPLAY ' * ARQEXTR NAO DISPONIVEL - FS '
                 WS-EXTR-STATUS '; SEM EVENTOS DO RSPRG002 *'
              GO TO 040-PROCESSAR-EXTRATO-EXIT
           END-IF

           READ ARQEXTR INTO WS-EXTR-HDR
              AT END
                 MOVE 'S'  TO  WS-EXTR-FIM
           END-READ
           IF   EXTR-FIM
            OR  WS-EHD-IDENT NOT = 'HDR'
              DISPLAY ' * ATENCAO - ARQEXTR VAZIO OU SEM HDR; '
                 'EXTRATO DESCARTADO *'
              MOVE 'S'  TO  WS-IND-DESCARTE
              CLOSE ARQEXTR
              GO TO 040-PROCESSAR-EXTRATO-EXIT
           END-IF
           IF   WS-EHD-ANO NOT = WS-CRT-ANO
            OR  WS-EHD-BIM NOT = WS-CRT-BIM
              DISPLAY ' * ATENCAO - ARQEXTR DO LOTE ' WS-EHD-ANO '/'
                 WS-EHD-BIM ' DIFERE DO CARTAO; EXTRATO DESCARTADO *'
              MOVE 'S'  TO  WS-IND-DESCARTE
              CLOSE ARQEXTR
              GO TO 040-PROCESSAR-EXTRATO-EXIT
           END-IF

           PERFORM 041-LER-EXTRATO THRU 041-LER-EXTRATO-EXIT
           PERFORM 042-TRATAR-EXTRATO
              UNTIL EXTR-FIM
           CLOSE ARQEXTR
           .
       040-PROCESSAR-EXTRATO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    LE O PROXIMO ALUNO DO EXTRATO; O TRL ENCERRA A LEITURA
      *--------------------------------------------------------------*
       041-LER-EXTRATO.

           READ ARQEXTR INTO WS-EXTR-DET
              AT END
                 MOVE 'S'  TO  WS-EXTR-FIM
                 GO TO 041-LER-EXTRATO-EXIT
           END-READ
           IF   WS-LINHA-EXTR (1:3) = 'TRL'
              MOVE 'S'  TO  WS-EXTR-FIM
              GO TO 041-LER-EXTRATO-EXIT
           END-IF
           ADD 1  TO  WS-CT-EXTRATO
           .
       041-LER-EXTRATO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    GERA OS EVENTOS DE UM ALUNO DO EXTRATO: REPROVACAO (R)
      *    OU REPROVACAO POR FALTA (F) NA DISCIPLINA E BOLETIM
      *    RETIDO POR PENDENCIA FINANCEIRA (UM SO POR ALUNO NO
      *    LOTE, GARANTIDO PELO ARQNOTE)
      *--------------------------------------------------------------*
       042-TRATAR-EXTRATO.

           MOVE WS-EXT-NUM  TO  WS-EVT-NUM
           MOVE ZEROS       TO  WS-EVT-PCT
           MOVE ZEROS       TO  WS-EVT-DATA-LIB
           IF   WS-EXT-SITUACAO = 'R'
            OR  WS-EXT-SITUACAO = 'F'
              MOVE WS-EXT-SITUACAO  TO  WS-EVT-TIPO
              MOVE WS-EXT-DIS       TO  WS-EVT-COMPL
              PERFORM 060-TRATAR-EVENTO THRU 060-TRATAR-EVENTO-EXIT
           END-IF
           IF   WS-EXT-RETIDO = 'S'
              MOVE 'T'     TO  WS-EVT-TIPO
              MOVE SPACES  TO  WS-EVT-COMPL
              PERFORM 060-TRATAR-EVENTO THRU 060-TRATAR-EVENTO-EXIT
           END-IF

           PERFORM 041-LER-EXTRATO THRU 041-LER-EXTRATO-EXIT
           .
      *--------------------------------------------------------------*
      *    EVENTOS DE FREQUENCIA: ALUNO DO ARQFREQ ABAIXO DA
      *    FREQUENCIA MINIMA. ARQFREQ AUSENTE NAO GERA EVENTOS
      *--------------------------------------------------------------*
       045-PROCESSAR-FREQUENCIA.

           OPEN INPUT ARQFREQ
           IF   WS-FREQ-STATUS = '00'
              PERFORM 046-TRATAR-FREQUENCIA THRU
                 046-TRATAR-FREQUENCIA-EXIT
                 UNTIL FREQ-FIM
              CLOSE ARQFREQ
           ELSE
              DISPLAY ' * ARQFREQ NAO DISPONIVEL - FS '
                 WS-FREQ-STATUS '; SEM EVENTOS DE FREQUENCIA *'
           END-IF
           .
       046-TRATAR-FREQUENCIA.

           READ ARQFREQ INTO WS-REG-FREQ
              AT END
                 MOVE 'S'  TO  WS-FREQ-FIM
                 GO TO 046-TRATAR-FREQUENCIA-EXIT
           END-READ
           ADD 1  TO  WS-CT-FREQUENCIA
           IF   WS-FREQ-PCT-IN NUMERIC
            AND WS-FREQ-PCT-IN < WS-FREQ-MINIMA
              MOVE WS-FREQ-NUM-IN  TO  WS-EVT-NUM
              MOVE 'Q'             TO  WS-EVT-TIPO
              MOVE SPACES          TO  WS-EVT-COMPL
              MOVE WS-FREQ-PCT-IN  TO  WS-EVT-PCT
              MOVE ZEROS           TO  WS-EVT-DATA-LIB
              PERFORM 060-TRATAR-EVENTO THRU 060-TRATAR-EVENTO-EXIT
           END-IF
           .
       046-TRATAR-FREQUENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    EVENTOS DO RSPRG005: BOLETINS LIBERADOS APOS QUITACAO
      *    (ARQLIBR). ARQLIBR AUSENTE NAO GERA EVENTOS. A LIBERACAO
      *    E AVISADA UMA SO VEZ PELA SUA DATA, AINDA QUE O MESMO
      *    ARQLIBR SEJA LIDO EM EXECUCOES DE OUTROS LOTES
      *--------------------------------------------------------------*
       048-PROCESSAR-LIBERADOS.

           OPEN INPUT ARQLIBR
           IF   WS-LIBR-STATUS = '00'
              PERFORM 049-TRATAR-LIBERADO THRU
                 049-TRATAR-LIBERADO-EXIT
                 UNTIL LIBR-FIM
              CLOSE ARQLIBR
           ELSE
              DISPLAY ' * ARQLIBR NAO DISPONIVEL - FS '
                 WS-LIBR-STATUS '; SEM EVENTOS DO RSPRG005 *'
           END-IF
           .
       049-TRATAR-LIBERADO.

           READ ARQLIBR INTO WS-REG-LIBR
              AT END
                 MOVE 'S'  TO  WS-LIBR-FIM
                 GO TO 049-TRATAR-LIBERADO-EXIT
           END-READ
           ADD  1            TO  WS-CT-LIBERADOS
           MOVE WS-LIB-NUM   TO  WS-EVT-NUM
           MOVE 'L'          TO  WS-EVT-TIPO
           MOVE SPACES       TO  WS-EVT-COMPL
           MOVE ZEROS        TO  WS-EVT-PCT
           MOVE WS-LIB-DATA  TO  WS-EVT-DATA-LIB
           PERFORM 060-TRATAR-EVENTO THRU 060-TRATAR-EVENTO-EXIT
           .
       049-TRATAR-LIBERADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    TRATA UM EVENTO: JA AVISADO (ARQNOTE) E IGNORADO; SENAO
      *    BUSCA O ALUNO E O RESPONSAVEL, ESCOLHE O CANAL E GRAVA A
      *    MENSAGEM NO ARQGATW E O EVENTO NO ARQNOTE. RESPONSAVEL
      *    AUSENTE, COM OPCAO DE NAO RECEBER OU SEM CONTATO VAI
      *    PARA A LISTAGEM DE EXCECOES, SEM MARCAR O EVENTO
      *--------------------------------------------------------------*
       060-TRATAR-EVENTO.

           ADD  1               TO  WS-CT-EVENTOS
           MOVE SPACES          TO  WS-MEST-NOM
           MOVE WS-EVT-NUM      TO  WS-NTE-NUM
           MOVE WS-CRT-ANO      TO  WS-NTE-ANO
           MOVE WS-CRT-BIM      TO  WS-NTE-BIM
           MOVE WS-EVT-TIPO     TO  WS-NTE-EVENTO
           MOVE WS-EVT-COMPL    TO  WS-NTE-COMPL
           MOVE WS-EVT-DATA-LIB TO  WS-NTE-DATA-LIB
           IF   EVT-LIBERADO
              MOVE ZEROS        TO  WS-NTE-ANO
              MOVE ZEROS        TO  WS-NTE-BIM
           END-IF
           READ ARQNOTE
           EVALUATE WS-NTE-STATUS
              WHEN '00'
                 ADD 1  TO  WS-CT-JA-AVISADOS
                 GO TO 060-TRATAR-EVENTO-EXIT
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 ADD 1  TO  WS-CT-ERROS
                 STRING 'ERRO DE LEITURA NO ARQNOTE - FS '
                    WS-NTE-STATUS DELIMITED BY SIZE INTO WS-MOTIVO
                 PERFORM 068-LISTAR-EXCECAO
                 GO TO 060-TRATAR-EVENTO-EXIT
           END-EVALUATE

           MOVE WS-EVT-NUM  TO  WS-MEST-NUM
           READ ARQMEST
           IF   WS-MEST-STATUS NOT = '00'
              MOVE SPACES  TO  WS-MEST-NOM
              IF   WS-MEST-STATUS = '23'
                 MOVE 'ALUNO NAO ENCONTRADO NO MESTRE'  TO  WS-MOTIVO
              ELSE
                 ADD 1  TO  WS-CT-ERROS
                 STRING 'ERRO DE LEITURA NO MESTRE - FS '
                    WS-MEST-STATUS DELIMITED BY SIZE INTO WS-MOTIVO
              END-IF
              PERFORM 068-LISTAR-EXCECAO
              GO TO 060-TRATAR-EVENTO-EXIT
           END-IF

      *    ALUNO TRANSFERIDO, TRANCADO, QUE ABANDONOU OU CONCLUIU NAO
      *    GERA AVISO NEM EXCECAO
           IF   NOT MEST-ATIVO
              ADD 1  TO  WS-CT-NAO-ATIVOS
              GO TO 060-TRATAR-EVENTO-EXIT
           END-IF

           MOVE WS-EVT-NUM  TO  WS-RSP-NUM
           READ ARQRESP
           IF   WS-RSP-STATUS NOT = '00'
              IF   WS-RSP-STATUS = '23'
                 MOVE 'SEM RESPONSAVEL CADASTRADO'  TO  WS-MOTIVO
              ELSE
                 ADD 1  TO  WS-CT-ERROS
                 STRING 'ERRO DE LEITURA NO ARQRESP - FS '
                    WS-RSP-STATUS DELIMITED BY SIZE INTO WS-MOTIVO
              END-IF
              PERFORM 068-LISTAR-EXCECAO
              GO TO 060-TRATAR-EVENTO-EXIT
           END-IF

           IF   RSP-OPTOU-FORA
              MOVE 'RESPONSAVEL OPTOU POR NAO RECEBER AVISOS'
                        TO  WS-MOTIVO
              PERFORM 068-LISTAR-EXCECAO
              GO TO 060-TRATAR-EVENTO-EXIT
           END-IF

           PERFORM 061-ESCOLHER-CANAL
           IF   SEM-CANAL
              MOVE 'RESPONSAVEL SEM CELULAR OU E-MAIL VALIDO'
                        TO  WS-MOTIVO
              PERFORM 068-LISTAR-EXCECAO
              GO TO 060-TRATAR-EVENTO-EXIT
           END-IF

           PERFORM 062-MONTAR-MENSAGEM
           PERFORM 063-GRAVAR-MENSAGEM
           .
       060-TRATAR-EVENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    ESCOLHE O CANAL DO AVISO: O PREFERIDO, SE O CONTATO
      *    DELE ESTIVER PREENCHIDO; SENAO O OUTRO CANAL CADASTRADO
      *--------------------------------------------------------------*
       061-ESCOLHER-CANAL.

           MOVE SPACES  TO  WS-CANAL-ENVIO
           MOVE SPACES  TO  WS-DESTINO
           IF   RSP-CANAL-SMS
            AND WS-RSP-CELULAR NUMERIC
              MOVE 'S'  TO  WS-CANAL-ENVIO
           END-IF
           IF   RSP-CANAL-EMAIL
            AND WS-RSP-EMAIL NOT = SPACES
              MOVE 'E'  TO  WS-CANAL-ENVIO
           END-IF
           IF   SEM-CANAL
              IF   WS-RSP-CELULAR NUMERIC
                 MOVE 'S'  TO  WS-CANAL-ENVIO
              ELSE
                 IF   WS-RSP-EMAIL NOT = SPACES
                    MOVE 'E'  TO  WS-CANAL-ENVIO
                 END-IF
              END-IF
           END-IF
           IF   ENVIO-SMS
              MOVE WS-RSP-CELULAR  TO  WS-DESTINO
           END-IF
           IF   ENVIO-EMAIL
              MOVE WS-RSP-EMAIL    TO  WS-DESTINO
           END-IF
           .
      *--------------------------------------------------------------*
      *    MONTA O TEXTO DA MENSAGEM CONFORME O TIPO DO EVENTO
      *--------------------------------------------------------------*
       062-MONTAR-MENSAGEM.

           MOVE SPACES  TO  WS-TXT-MENSAGEM
           EVALUATE TRUE
              WHEN EVT-REPROVADO
                 STRING WS-MEST-NOM DELIMITED BY '  '
                    ' FOI REPROVADO(A) NA DISCIPLINA '
                    DELIMITED BY SIZE
                    WS-EVT-COMPL DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-TXT-PERIODO DELIMITED BY '  '
                    '.' DELIMITED BY SIZE
                    INTO WS-TXT-MENSAGEM
              WHEN EVT-REPROV-FALTA
                 STRING WS-MEST-NOM DELIMITED BY '  '
                    ' FOI REPROVADO(A) POR FALTA NA DISCIPLINA '
                    DELIMITED BY SIZE
                    WS-EVT-COMPL DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-TXT-PERIODO DELIMITED BY '  '
                    '.' DELIMITED BY SIZE
                    INTO WS-TXT-MENSAGEM
              WHEN EVT-FREQ-BAIXA
                 MOVE WS-EVT-PCT      TO  WS-TXT-PCT
                 MOVE WS-FREQ-MINIMA  TO  WS-TXT-MINIMA
                 STRING WS-MEST-NOM DELIMITED BY '  '
                    ' ESTA COM FREQUENCIA DE ' DELIMITED BY SIZE
                    WS-TXT-PCT DELIMITED BY SIZE
                    '%, ABAIXO DO MINIMO DE ' DELIMITED BY SIZE
                    WS-TXT-MINIMA DELIMITED BY SIZE
                    '% EXIGIDO PARA APROVACAO.' DELIMITED BY SIZE
                    INTO WS-TXT-MENSAGEM
              WHEN EVT-RETIDO
                 STRING 'O BOLETIM DE ' DELIMITED BY SIZE
                    WS-MEST-NOM DELIMITED BY '  '
                    ' ' DELIMITED BY SIZE
                    WS-TXT-PERIODO DELIMITED BY '  '
                    ' ESTA RETIDO POR PENDENCIA FINANCEIRA. '
                    'PROCURE A TESOURARIA.' DELIMITED BY SIZE
                    INTO WS-TXT-MENSAGEM
              WHEN EVT-LIBERADO
                 STRING 'O BOLETIM DE ' DELIMITED BY SIZE
                    WS-MEST-NOM DELIMITED BY '  '
                    ' FOI LIBERADO APOS A QUITACAO. RETIRE-O NA '
                    'SECRETARIA.' DELIMITED BY SIZE
                    INTO WS-TXT-MENSAGEM
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    GRAVA A MENSAGEM NO ARQUIVO DO GATEWAY (ARQGATW) E O
      *    EVENTO NO ARQUIVO DE AVISOS ENVIADOS (ARQNOTE)
      *--------------------------------------------------------------*
       063-GRAVAR-MENSAGEM.

           MOVE WS-EVT-NUM       TO  WS-GMS-NUM
           MOVE WS-CRT-ANO       TO  WS-GMS-ANO
           MOVE WS-CRT-BIM       TO  WS-GMS-BIM
           MOVE WS-EVT-TIPO      TO  WS-GMS-EVENTO
           MOVE WS-EVT-COMPL     TO  WS-GMS-COMPL
           MOVE WS-CANAL-ENVIO   TO  WS-GMS-CANAL
           MOVE WS-DESTINO       TO  WS-GMS-DESTINO
           MOVE WS-RSP-NOME      TO  WS-GMS-NOME-RESP
           MOVE WS-MEST-NOM      TO  WS-GMS-NOME-ALUNO
           MOVE WS-TXT-MENSAGEM  TO  WS-GMS-TEXTO
           WRITE WS-LINHA-GATW FROM WS-GATW-MSG
           ADD 1  TO  WS-CT-MENSAGENS
           IF   ENVIO-SMS
              ADD 1  TO  WS-CT-SMS
           ELSE
              ADD 1  TO  WS-CT-EMAIL
           END-IF

           MOVE WS-DATA-CORRENTE  TO  WS-NTE-DATA-ENVIO
           MOVE WS-CANAL-ENVIO    TO  WS-NTE-CANAL
           MOVE WS-DESTINO        TO  WS-NTE-DESTINO
           WRITE WS-REG-NOTE
           IF   WS-NTE-STATUS NOT = '00'
              ADD 1  TO  WS-CT-ERROS
              DISPLAY ' * ERRO - GRAVACAO NO ARQNOTE DO ALUNO '
                 WS-EVT-NUM ' EVENTO ' WS-EVT-TIPO ' - FS '
                 WS-NTE-STATUS ' *'
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTA UM EVENTO NAO AVISADO NO RELNOTI, COM O MOTIVO,
      *    COM CABECALHO E QUEBRA DE PAGINA A CADA WS-MAX-LINHAS
      *--------------------------------------------------------------*
       068-LISTAR-EXCECAO.

           ADD  1  TO  WS-CT-EXCECOES

           IF  WS-LINHAS-IMPRESSAS = ZEROS
            OR WS-LINHAS-IMPRESSAS >= WS-MAX-LINHAS
              PERFORM 069-IMPRIMIR-CABECALHO
           END-IF

           EVALUATE TRUE
              WHEN EVT-REPROVADO
                 MOVE 'REPROVADO'                TO  WS-DESC-EVENTO
              WHEN EVT-REPROV-FALTA
                 MOVE 'REPROVADO POR FALTA'      TO  WS-DESC-EVENTO
              WHEN EVT-FREQ-BAIXA
                 MOVE 'FREQUENCIA ABAIXO MINIMA' TO  WS-DESC-EVENTO
              WHEN EVT-RETIDO
                 MOVE 'BOLETIM RETIDO'           TO  WS-DESC-EVENTO
              WHEN EVT-LIBERADO
                 MOVE 'BOLETIM LIBERADO'         TO  WS-DESC-EVENTO
           END-EVALUATE

           MOVE WS-EVT-NUM      TO  WS-DET-NUM
           MOVE WS-MEST-NOM     TO  WS-DET-NOM
           MOVE WS-DESC-EVENTO  TO  WS-DET-EVENTO
           MOVE WS-EVT-COMPL    TO  WS-DET-DIS
           MOVE WS-MOTIVO       TO  WS-DET-MOTIVO
           WRITE WS-LINHA-RELNOTI FROM WS-LINHA-DETALHE
           ADD   1              TO  WS-LINHAS-IMPRESSAS
           MOVE  SPACES         TO  WS-MOTIVO
           .
      *--------------------------------------------------------------*
      *    IMPRIME CABECALHO DE PAGINA DA LISTAGEM (RELNOTI)
      *--------------------------------------------------------------*
       069-IMPRIMIR-CABECALHO.

           ADD   1                TO  WS-PAGINA
           MOVE  WS-PAGINA        TO  WS-CAB-PAGINA

           IF  WS-PAGINA > 1
              WRITE WS-LINHA-RELNOTI FROM SPACES
                 AFTER ADVANCING PAGE
           ELSE
              WRITE WS-LINHA-RELNOTI FROM SPACES
           END-IF

           WRITE WS-LINHA-RELNOTI FROM WS-CAB-01
           WRITE WS-LINHA-RELNOTI FROM WS-CAB-02
           WRITE WS-LINHA-RELNOTI FROM SPACES
           MOVE  ZEROS            TO  WS-LINHAS-IMPRESSAS
           .
      *--------------------------------------------------------------*
      *    GRAVA NO RELNOTI UMA LINHA DE RESUMO JA MONTADA EM
      *    WS-LINHA-RESUMO, DEIXANDO A AREA EM BRANCO PARA A PROXIMA
      *--------------------------------------------------------------*
       097-IMPRIMIR-RESUMO.

           WRITE WS-LINHA-RELNOTI  FROM  WS-LINHA-RESUMO
           MOVE  SPACES            TO    WS-LINHA-RESUMO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS: GRAVA O TRL DO ARQGATW E OS TOTAIS.
      *    EXCECOES DEIXAM O JOB COM RC 4 (A SECRETARIA AVISA ESSES
      *    RESPONSAVEIS POR OUTRO MEIO OU REGULARIZA O CADASTRO);
      *    EXTRATO DESCARTADO OU ERRO DE ARQUIVO, COM RC 8
      *--------------------------------------------------------------*
       090-TERMINAR.

           MOVE WS-CT-MENSAGENS  TO  WS-GTR-QTDE
           MOVE WS-CT-SMS        TO  WS-GTR-QTDE-SMS
           MOVE WS-CT-EMAIL      TO  WS-GTR-QTDE-EMAIL
           WRITE WS-LINHA-GATW FROM WS-GATW-TRL

           IF   WS-PAGINA = ZEROS
              PERFORM 069-IMPRIMIR-CABECALHO
              STRING ' * NENHUMA EXCECAO - TODOS OS EVENTOS AVISADOS *'
                 DELIMITED BY SIZE INTO WS-LINHA-RESUMO
              PERFORM 097-IMPRIMIR-RESUMO
           END-IF

           WRITE WS-LINHA-RELNOTI FROM SPACES
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG025        *'
           DISPLAY ' *----------------------------------------*'
           STRING ' *   TOTAIS DE CONTROLE - RSPRG025'
              DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * ALUNOS LIDOS       - ARQEXTR= ' WS-CT-EXTRATO
           STRING ' * ALUNOS LIDOS       - ARQEXTR= '
              WS-CT-EXTRATO DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * ALUNOS LIDOS       - ARQFREQ= ' WS-CT-FREQUENCIA
           STRING ' * ALUNOS LIDOS       - ARQFREQ= '
              WS-CT-FREQUENCIA DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * BOLETINS LIBERADOS - ARQLIBR= ' WS-CT-LIBERADOS
           STRING ' * BOLETINS LIBERADOS - ARQLIBR= '
              WS-CT-LIBERADOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * EVENTOS IDENTIFICADOS       = ' WS-CT-EVENTOS
           STRING ' * EVENTOS IDENTIFICADOS       = '
              WS-CT-EVENTOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * EVENTOS JA AVISADOS (ARQNOTE)= '
              WS-CT-JA-AVISADOS
           STRING ' * EVENTOS JA AVISADOS (ARQNOTE)= '
              WS-CT-JA-AVISADOS DELIMITED BY SIZE
              INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * MATRICULAS NAO ATIVAS (FORA)= '
              WS-CT-NAO-ATIVOS
           STRING ' * MATRICULAS NAO ATIVAS (FORA)= '
              WS-CT-NAO-ATIVOS DELIMITED BY SIZE
              INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * MENSAGENS GERADAS - ARQGATW = ' WS-CT-MENSAGENS
           STRING ' * MENSAGENS GERADAS - ARQGATW = '
              WS-CT-MENSAGENS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' *   POR SMS                   = ' WS-CT-SMS
           STRING ' *   POR SMS                   = '
              WS-CT-SMS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' *   POR E-MAIL                = ' WS-CT-EMAIL
           STRING ' *   POR E-MAIL                = '
              WS-CT-EMAIL DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * EXCECOES (NAO AVISADOS)     = ' WS-CT-EXCECOES
           STRING ' * EXCECOES (NAO AVISADOS)     = '
              WS-CT-EXCECOES DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * ERROS DE ARQUIVO            = ' WS-CT-ERROS
           STRING ' * ERROS DE ARQUIVO            = '
              WS-CT-ERROS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO

           IF   WS-CT-EXCECOES > ZEROS
              MOVE 4  TO  RETURN-CODE
           END-IF
           IF   HOUVE-DESCARTE
            OR  WS-CT-ERROS > ZEROS
              STRING ' * ATENCAO - EXTRATO DESCARTADO OU ERRO DE '
                 'ARQUIVO; CONFERIR O JOB *'
                 DELIMITED BY SIZE INTO WS-LINHA-RESUMO
              PERFORM 097-IMPRIMIR-RESUMO
              MOVE 8  TO  RETURN-CODE
           END-IF
           DISPLAY ' *========================================*'

           PERFORM 098-GRAVAR-EXECUCAO

           CLOSE RELNOTI
           CLOSE ARQMEST
           CLOSE ARQRESP
           CLOSE ARQNOTE
           CLOSE ARQGATW
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO DE CONTROLE DESTA EXECUCAO NO ARQEXEC
      *    (PROGRAMA, DATA/HORA, ANO/BIMESTRE, EVENTOS IDENTIFICADOS,
      *    MENSAGENS GERADAS, EXCECOES E RETURN CODE), PARA O
      *    RESUMO DIARIO DE OPERACAO (RSPRG013)
      *--------------------------------------------------------------*
       098-GRAVAR-EXECUCAO.

           ACCEPT WS-DATA-CORRENTE   FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRENTE-X FROM TIME
           MOVE 'RSPRG025'        TO  WS-EXE-PROGRAMA
           MOVE WS-DATA-CORRENTE  TO  WS-EXE-DATA
           MOVE WS-HORA-CORRENTE  TO  WS-EXE-HORA
           IF   WS-CRT-ANO NUMERIC
            AND WS-CRT-BIM NUMERIC
              MOVE WS-CRT-ANO     TO  WS-EXE-ANO
              MOVE WS-CRT-BIM     TO  WS-EXE-BIM
           ELSE
              MOVE ZEROS          TO  WS-EXE-ANO
              MOVE ZEROS          TO  WS-EXE-BIM
           END-IF
           MOVE SPACES            TO  WS-EXE-TIPO
           MOVE WS-CT-EVENTOS     TO  WS-EXE-LIDOS
           MOVE WS-CT-MENSAGENS   TO  WS-EXE-ACEITOS
           MOVE WS-CT-EXCECOES    TO  WS-EXE-REJEITADOS
           MOVE RETURN-CODE       TO  WS-EXE-RC

           OPEN EXTEND ARQEXEC
           IF   WS-EXEC-STATUS NOT = '00' AND NOT = '05'
              OPEN OUTPUT ARQEXEC
           END-IF
           WRITE WS-LINHA-EXEC FROM WS-REG-EXEC
           CLOSE ARQEXEC
           .
      *---------------> FIM DO PROGRAMA RSPRG025 <-------------------*

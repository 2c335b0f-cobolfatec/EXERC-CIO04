       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG018.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: RETIFICACAO DE NOTAS DE BIMESTRES JA LANCADOS NO
      *           HISTORICO ESCOLAR (ARQHIST), POR DECK DE
      *           TRANSACOES NA SYSIN (ALUNO, ANO, BIMESTRE,
      *           DISCIPLINA, NOTAS CORRIGIDAS, CODIGO DO MOTIVO E
      *           COORDENADOR QUE AUTORIZOU). RECALCULA A MEDIA
      *           PELOS PESOS DO ARQPARM E A SITUACAO PELA REGRA DE
      *           FREQUENCIA DO ARQFREQ (A MESMA DO RSPRG002) E
      *           REGRAVA O PERIODO NO ARQHIST, SEM TOCAR O MESTRE
      *           (ARQMEST), QUE SO CARREGA O ULTIMO LOTE. TODA
      *           RETIFICACAO APLICADA VAI PARA O JORNAL DO
      *           HISTORICO (ARQJHIS) COM AS IMAGENS ANTERIOR E
      *           ATUAL DO REGISTRO. SE O ANO JA ESTA FECHADO
      *           (BIMESTRE 9 GRAVADO PELO RSPRG007), O RESULTADO
      *           ANUAL DA DISCIPLINA E MARCADO PARA REFECHAMENTO
      *           NO ARQREFC E O JOB TERMINA COM RC 8; ENQUANTO A
      *           MARCA EXISTIR, A VIRADA (RSPRG019) E O CENSO
      *           (RSPRG023) DO ANO SAO RECUSADOS, ASSIM COMO O
      *           CERTIFICADO DO ALUNO (RSPRG026), ATE O RSPRG007
      *           REFECHAR O ANO E BAIXAR AS MARCAS. A LISTAGEM
      *           (RELRETI) TRAZ TODAS AS RETIFICACOES ACEITAS E
      *           RECUSADAS, COM O MOTIVO, PARA O VISTO DA
      *           SECRETARIA
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  170001  PROGRAMA DE RETIFICACAO DE NOTAS DO
      *                          HISTORICO ESCOLAR (ARQHIST), COM
      *                          JORNAL PROPRIO (ARQJHIS) CRIADO.
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
           SELECT RELRETI   ASSIGN TO RELRETI
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQHIST   ASSIGN TO ARQHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WS-HIST-CHAVE
               FILE STATUS  IS WS-HIST-STATUS.
           SELECT ARQPARM   ASSIGN TO ARQPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-PARM-STATUS.
           SELECT ARQFREQ   ASSIGN TO ARQFREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-FREQ-STATUS.
           SELECT ARQJHIS   ASSIGN TO ARQJHIS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JHIS-STATUS.
           SELECT ARQREFC   ASSIGN TO ARQREFC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-REFC-STATUS.
           SELECT ARQEXEC   ASSIGN TO ARQEXEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXEC-STATUS.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> RELRETI - LISTAGEM DAS RETIFICACOES (DD DE IMPRESSAO)
       FD  RELRETI
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-RELRETI      PIC X(132).
      *-----> ARQHIST - HISTORICO ESCOLAR POR ALUNO/ANO/BIMESTRE/
      *       DISCIPLINA (VSAM KSDS, DD NO JCL)
       FD  ARQHIST
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-HIST.
           05  WS-HIST-CHAVE.
               10  WS-HIST-NUM    PIC 9(04).
               10  WS-HIST-ANO    PIC 9(04).
               10  WS-HIST-BIM    PIC 9(01).
               10  WS-HIST-DIS    PIC X(03).
           05  WS-HIST-NOM        PIC X(20).
           05  WS-HIST-CUR        PIC X(12).
           05  WS-HIST-NOT1       PIC S9(02)V99.
           05  WS-HIST-NOT2       PIC S9(02)V99.
           05  WS-HIST-NOT3       PIC S9(02)V99.
           05  WS-HIST-NOT4       PIC S9(02)V99.
           05  WS-HIST-MEDIA      PIC S9(02)V99.
           05  WS-HIST-SITUACAO   PIC X(01).
      *-----> ARQPARM - PARAMETROS DE EXECUCAO (DD NO JCL): O MESMO
      *       DATASET DE CONTROLE DO RSPRG002
       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-PARM          PIC X(19).
      *-----> ARQFREQ - FREQUENCIA DOS ALUNOS NO PERIODO (DD NO JCL):
      *       NUMERO DO ALUNO + PERCENTUAL DE FREQUENCIA (0 A 100).
      *       A DD DEVE APONTAR PARA A FREQUENCIA DO PERIODO QUE
      *       ESTA SENDO RETIFICADO
       FD  ARQFREQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-FREQ          PIC X(07).
      *-----> ARQJHIS - JORNAL DE AUDITORIA DAS RETIFICACOES NO
      *       ARQHIST (DD NO JCL): DATA/HORA, LOTE, OPERACAO, MOTIVO,
      *       COORDENADOR E AS IMAGENS ANTERIOR E ATUAL DO REGISTRO
      *       DO HISTORICO
       FD  ARQJHIS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-JHIS          PIC X(179).
      *-----> ARQREFC - RESULTADOS ANUAIS (BIMESTRE 9) A REFECHAR
      *       NO RSPRG007 (DD NO JCL): ALUNO, ANO, DISCIPLINA,
      *       BIMESTRE RETIFICADO E DATA DA RETIFICACAO
       FD  ARQREFC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-REFC          PIC X(20).
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
           05  WS-FIM                 PIC 9(01)      VALUE ZEROS.
           05  WS-CT-LIDAS            PIC 9(06)      VALUE ZEROS.
           05  WS-CT-ACEITAS          PIC 9(06)      VALUE ZEROS.
           05  WS-CT-RECUSADAS        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-MUDOU-SIT        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-REFECHAR         PIC 9(06)      VALUE ZEROS.

      *-----> CONTROLE DO ARQUIVO DE HISTORICO ESCOLAR (ARQHIST)
       01  WS-HIST-STATUS             PIC X(02)      VALUE '00'.

      *-----> CONTROLE DO DATASET DE PARAMETROS (ARQPARM)
       01  WS-PARM-STATUS             PIC X(02)      VALUE '00'.

      *-----> AREA DE DESMEMBRAMENTO DO REGISTRO DO ARQPARM (MESMO
      *       LAYOUT DO RSPRG002; AQUI SAO UTILIZADOS A MEDIA DE
      *       APROVACAO, OS PESOS E A FREQUENCIA MINIMA)
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

      *-----> MEDIA DE APROVACAO EM VIGOR (LIDA DO ARQPARM)
       01  WS-MEDIA-APROVACAO         PIC 9(02)V99   VALUE 6.

      *-----> PESOS DAS QUATRO NOTAS BIMESTRAIS NA MEDIA
      *       (SOBREPOSTOS NA PARTIDA PELOS VALORES DO ARQPARM)
       01  WS-AREA-PESOS.
           05  WS-PESO-NOT1           PIC 9(01)      VALUE 1.
           05  WS-PESO-NOT2           PIC 9(01)      VALUE 1.
           05  WS-PESO-NOT3           PIC 9(01)      VALUE 2.
           05  WS-PESO-NOT4           PIC 9(01)      VALUE 2.
           05  WS-SOMA-PESOS          PIC 9(02)      VALUE 6.

      *-----> CONTROLE DO ARQUIVO DE FREQUENCIA (ARQFREQ)
       01  WS-FREQ-STATUS             PIC X(02)      VALUE '00'.
       01  WS-FREQ-FIM                PIC X(01)      VALUE 'N'.
           88  FREQ-FIM                              VALUE 'S'.

      *-----> FREQUENCIA MINIMA EXIGIDA PARA APROVACAO (REGIMENTO;
      *       SOBREPOSTA NA PARTIDA PELO VALOR DO ARQPARM)
       77  WS-FREQ-MINIMA             PIC 9(03)      VALUE 075.

      *-----> FREQUENCIA DO ALUNO CORRENTE; ALUNO SEM REGISTRO NO
      *       ARQFREQ E TRATADO COMO FREQUENCIA COMPLETA (100)
       77  WS-FREQ-ALUNO              PIC 9(03)      VALUE ZEROS.

      *-----> AREA DE DESMEMBRAMENTO DO REGISTRO DO ARQFREQ
       01  WS-REG-FREQ.
           05  WS-FREQ-NUM-IN         PIC 9(04).
           05  WS-FREQ-PCT-IN         PIC 9(03).

      *-----> TABELA DE FREQUENCIA DOS ALUNOS (ARQFREQ). EXCEDER O
      *       LIMITE CANCELA A RETIFICACAO (RC 16), PARA NAO APURAR
      *       SITUACAO SEM A FREQUENCIA DE PARTE DOS ALUNOS
       01  WS-TAB-FREQ.
           05  WS-QTD-FREQ            PIC 9(06)      VALUE ZEROS.
           05  WS-FQ-OCR OCCURS 5000 TIMES
                                      INDEXED BY WS-IX-FRQ.
               10  WS-FQ-NUM          PIC 9(04)      VALUE ZEROS.
               10  WS-FQ-PCT          PIC 9(03)      VALUE ZEROS.

      *-----> BIMESTRE RESERVADO NO HISTORICO PARA O RESULTADO
      *       ANUAL (GRAVADO PELO RSPRG007)
       77  WS-BIM-FECHAMENTO          PIC 9(01)      VALUE 9.

      *-----> CONTROLE DO JORNAL DO HISTORICO (ARQJHIS)
       01  WS-JHIS-STATUS             PIC X(02)      VALUE '00'.

      *-----> CONTROLE DOS RESULTADOS A REFECHAR (ARQREFC)
       01  WS-REFC-STATUS             PIC X(02)      VALUE '00'.

      *-----> AREAS DE APOIO DO JORNAL: DATA/HORA DA EXECUCAO E
      *       IMAGEM DO REGISTRO DO HISTORICO ANTES DA REGRAVACAO
       01  WS-AREA-JORNAL.
           05  WS-DATA-CORRENTE       PIC 9(08)      VALUE ZEROS.
           05  WS-HORA-CORRENTE-X.
               10  WS-HORA-CORRENTE   PIC 9(06).
               10  FILLER             PIC X(02).
           05  WS-IMAGEM-ANTERIOR     PIC X(65)      VALUE SPACES.

      *-----> REGISTRO DO JORNAL DO HISTORICO (ARQJHIS); OPERACAO
      *       R = RETIFICACAO DE NOTAS
       01  WS-REG-JHIS.
           05  WS-JHI-DATA            PIC 9(08).
           05  WS-JHI-HORA            PIC 9(06).
           05  WS-JHI-LOTE            PIC X(12).
           05  WS-JHI-OPER            PIC X(01).
           05  WS-JHI-MOTIVO          PIC X(02).
           05  WS-JHI-COORDENADOR     PIC X(20).
           05  WS-JHI-IMAGEM-ANT      PIC X(65).
           05  WS-JHI-IMAGEM-ATU      PIC X(65).

      *-----> REGISTRO DE RESULTADO ANUAL A REFECHAR (ARQREFC)
       01  WS-REG-REFC.
           05  WS-RFC-NUM             PIC 9(04).
           05  WS-RFC-ANO             PIC 9(04).
           05  WS-RFC-DIS             PIC X(03).
           05  WS-RFC-BIM             PIC 9(01).
           05  WS-RFC-DATA            PIC 9(08).

      *-----> CONTROLE DO ARQUIVO DE EXECUCOES (ARQEXEC)
       01  WS-EXEC-STATUS             PIC X(02)      VALUE '00'.

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

      *-----> INDICADOR DE VALIDACAO DA TRANSACAO LIDA NA SYSIN
       01  WS-TRN-VALIDA              PIC X(01)      VALUE 'S'.
           88  TRN-VALIDA                            VALUE 'S'.
           88  TRN-INVALIDA                          VALUE 'N'.

      *-----> MOTIVO DA RECUSA DA TRANSACAO CORRENTE (OU OBSERVACAO
      *       DA RETIFICACAO ACEITA)
       01  WS-TRN-MOTIVO              PIC X(40)      VALUE SPACES.

      *-----> RESULTADO DA RETIFICACAO CORRENTE, PARA A LISTAGEM
       01  WS-AREA-RETIFICACAO.
           05  WS-RET-NOM             PIC X(20)      VALUE SPACES.
           05  WS-RET-MEDIA-ANT       PIC S9(02)V99  VALUE ZEROS.
           05  WS-RET-SIT-ANT         PIC X(01)      VALUE SPACES.
           05  WS-RET-MEDIA-NOVA      PIC S9(02)V99  VALUE ZEROS.
           05  WS-RET-SIT-NOVA        PIC X(01)      VALUE SPACES.
               88  RET-APROVADO                      VALUE 'A'.
               88  RET-REPROVADO                     VALUE 'R'.
               88  RET-REPROV-FALTA                  VALUE 'F'.

      *-----> INDICADOR DE ANO JA FECHADO PARA A DISCIPLINA
      *       RETIFICADA (BIMESTRE 9 PRESENTE NO ARQHIST)
       01  WS-IND-REFECHAR            PIC X(01)      VALUE 'N'.
           88  ANO-A-REFECHAR                        VALUE 'S'.

      *-----> CONTROLE DE PAGINACAO DA LISTAGEM
       01  WS-AREA-RELATORIO.
           05  WS-LINHAS-IMPRESSAS    PIC 9(02)      VALUE ZEROS.
           05  WS-MAX-LINHAS          PIC 9(02)      VALUE 20.
           05  WS-PAGINA              PIC 9(04)      VALUE ZEROS.

      *-----> ENTRADA - TRANSACOES DE RETIFICACAO VIA SYSIN
      *       MOTIVO: 01=ERRO DE DIGITACAO/LANCAMENTO
      *               02=REVISAO DE PROVA
      *               03=DECISAO DO CONSELHO DE CLASSE
      *               04=DETERMINACAO ADMINISTRATIVA OU JUDICIAL
       01  WS-REG-TRANS.
           05  WS-TRN-NUM         PIC 9(04).
           05  WS-TRN-ANO         PIC 9(04).
           05  WS-TRN-BIM         PIC 9(01).
           05  WS-TRN-DIS         PIC X(03).
           05  WS-TRN-NOT1        PIC S9(02)V99.
           05  WS-TRN-NOT2        PIC S9(02)V99.
           05  WS-TRN-NOT3        PIC S9(02)V99.
           05  WS-TRN-NOT4        PIC S9(02)V99.
           05  WS-TRN-COD-MOTIVO  PIC X(02).
               88  MOTIVO-VALIDO             VALUE '01' '02'
                                                   '03' '04'.
           05  WS-TRN-COORDENADOR PIC X(20).

      *-----> LAYOUTS DA LISTAGEM DE RETIFICACOES (RELRETI)
       01  WS-CAB-01.
           05  FILLER              PIC X(20) VALUE 'RSPRG018'.
           05  FILLER              PIC X(52) VALUE
               'RETIFICACAO DE NOTAS DO HISTORICO ESCOLAR'.
           05  FILLER              PIC X(08) VALUE 'PAGINA: '.
           05  WS-CAB-PAGINA       PIC ZZZ9.
           05  FILLER              PIC X(48) VALUE SPACES.

       01  WS-CAB-02.
           05  FILLER              PIC X(06) VALUE 'NUMERO'.
           05  FILLER              PIC X(05) VALUE 'ANO'.
           05  FILLER              PIC X(02) VALUE 'B'.
           05  FILLER              PIC X(04) VALUE 'DIS'.
           05  FILLER              PIC X(21) VALUE 'NOME DO ALUNO'.
           05  FILLER              PIC X(08) VALUE 'MED.ANT'.
           05  FILLER              PIC X(08) VALUE 'MED.NOVA'.
           05  FILLER              PIC X(04) VALUE 'FRQ'.
           05  FILLER              PIC X(03) VALUE 'MT'.
           05  FILLER              PIC X(21) VALUE 'COORDENADOR'.
           05  FILLER              PIC X(09) VALUE 'RESULTADO'.
           05  FILLER              PIC X(40) VALUE
               'MOTIVO DA RECUSA / OBSERVACAO'.
           05  FILLER              PIC X(01) VALUE SPACES.

       01  WS-LINHA-DETALHE.
           05  WS-DET-NUM          PIC 9(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-ANO          PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-BIM          PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-DIS          PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-NOM          PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-MED-ANT      PIC Z9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-SIT-ANT      PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-MED-NOVA     PIC Z9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-SIT-NOVA     PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-FREQ         PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-MOTIVO       PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-COORDENADOR  PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-RESULT       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-OBS          PIC X(40).
           05  FILLER              PIC X(01) VALUE SPACES.

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
       000-RSPRG018.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-EXIT
              UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           OPEN OUTPUT RELRETI
           PERFORM 012-LER-PARAMETROS
           PERFORM 019-CARREGAR-FREQUENCIA
           PERFORM 015-ABRIR-HISTORICO
           PERFORM 020-ABRIR-JORNAL
           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    LE DO ARQPARM A MEDIA DE APROVACAO, OS PESOS DAS NOTAS E
      *    A FREQUENCIA MINIMA EM VIGOR (MESMO DATASET DE CONTROLE
      *    DO RSPRG002); PARAMETRO AUSENTE OU INVALIDO CANCELA A
      *    RETIFICACAO (RC 16) ANTES DE QUALQUER REGRAVACAO
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
                 PERFORM 018-ABORTAR-CONTROLE
           END-READ
           CLOSE ARQPARM

           PERFORM 0121-VALIDAR-PARAMETROS

           MOVE WS-PRM-MEDIA-APROV  TO  WS-MEDIA-APROVACAO
           MOVE WS-PRM-PESO1        TO  WS-PESO-NOT1
           MOVE WS-PRM-PESO2        TO  WS-PESO-NOT2
           MOVE WS-PRM-PESO3        TO  WS-PESO-NOT3
           MOVE WS-PRM-PESO4        TO  WS-PESO-NOT4
           MOVE WS-PRM-SOMA-PESOS   TO  WS-SOMA-PESOS
           MOVE WS-PRM-FREQ-MIN     TO  WS-FREQ-MINIMA
           .
      *--------------------------------------------------------------*
      *    VALIDA OS PARAMETROS UTILIZADOS NA RETIFICACAO, COM AS
      *    MESMAS REGRAS DO RSPRG002: NUMERICOS, MEDIA DE APROVACAO
      *    NA FAIXA 0 A 10, SOMA DOS PESOS CONFERINDO COM OS PESOS
      *    E MAIOR QUE ZERO E FREQUENCIA MINIMA ATE 100
      *--------------------------------------------------------------*
       0121-VALIDAR-PARAMETROS.

           IF   WS-PRM-MEDIA-APROV NOT NUMERIC
            OR  WS-PRM-PESO1      NOT NUMERIC
            OR  WS-PRM-PESO2      NOT NUMERIC
            OR  WS-PRM-PESO3      NOT NUMERIC
            OR  WS-PRM-PESO4      NOT NUMERIC
            OR  WS-PRM-SOMA-PESOS NOT NUMERIC
            OR  WS-PRM-FREQ-MIN   NOT NUMERIC
              DISPLAY ' * ERRO - ARQPARM COM CAMPO EM BRANCO OU '
                 'NAO NUMERICO *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF

           IF   WS-PRM-MEDIA-APROV > 10
              DISPLAY ' * ERRO - ARQPARM: MEDIA DE APROVACAO FORA '
                 'DA FAIXA 0 A 10 *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF

           IF   WS-PRM-SOMA-PESOS NOT = WS-PRM-PESO1 + WS-PRM-PESO2
                                      + WS-PRM-PESO3 + WS-PRM-PESO4
            OR  WS-PRM-SOMA-PESOS = ZEROS
              DISPLAY ' * ERRO - ARQPARM: SOMA DOS PESOS NAO '
                 'CONFERE COM OS PESOS OU E ZERO *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF

           IF   WS-PRM-FREQ-MIN > 100
              DISPLAY ' * ERRO - ARQPARM: FREQUENCIA MINIMA ACIMA '
                 'DE 100 *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENCERRA O JOB SEM RETIFICAR NADA, POR PARAMETROS DE
      *    EXECUCAO AUSENTES/INVALIDOS OU ARQUIVO INDISPONIVEL
      *--------------------------------------------------------------*
       018-ABORTAR-CONTROLE.

           CLOSE RELRETI
           MOVE 16  TO  RETURN-CODE
           PERFORM 098-GRAVAR-EXECUCAO
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    CARREGA A FREQUENCIA DOS ALUNOS (ARQFREQ) EM TABELA;
      *    ARQUIVO AUSENTE DEIXA TODOS COM FREQUENCIA COMPLETA,
      *    COMO NO RSPRG002
      *--------------------------------------------------------------*
       019-CARREGAR-FREQUENCIA.

           OPEN INPUT ARQFREQ
           IF   WS-FREQ-STATUS = '00'
              PERFORM 0191-LER-REG-FREQ THRU 0191-LER-REG-FREQ-EXIT
                 UNTIL FREQ-FIM
              CLOSE ARQFREQ
           END-IF
           .
       0191-LER-REG-FREQ.

           READ ARQFREQ
              AT END
                 MOVE 'S'  TO  WS-FREQ-FIM
                 GO TO 0191-LER-REG-FREQ-EXIT
           END-READ
           IF   WS-QTD-FREQ < 5000
              ADD  1                       TO  WS-QTD-FREQ
              SET  WS-IX-FRQ               TO  WS-QTD-FREQ
              MOVE WS-LINHA-FREQ           TO  WS-REG-FREQ
              MOVE WS-FREQ-NUM-IN          TO  WS-FQ-NUM (WS-IX-FRQ)
              MOVE WS-FREQ-PCT-IN          TO  WS-FQ-PCT (WS-IX-FRQ)
           ELSE
              DISPLAY ' * ERRO - TABELA DE FREQUENCIA (ARQFREQ) '
                 'EXCEDEU 5000 OCORRENCIAS; RETIFICACAO CANCELADA '
                 'PARA NAO APURAR SITUACAO SEM A FREQUENCIA *'
              CLOSE ARQFREQ
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           .
       0191-LER-REG-FREQ-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    ABRE O HISTORICO ESCOLAR EM I-O PARA A REGRAVACAO DOS
      *    PERIODOS RETIFICADOS. ARQHIST INDISPONIVEL CANCELA A
      *    RETIFICACAO (RC 16)
      *--------------------------------------------------------------*
       015-ABRIR-HISTORICO.

           OPEN I-O ARQHIST
           IF   WS-HIST-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQHIST NAO DISPONIVEL PARA '
                 'RETIFICACAO - FS ' WS-HIST-STATUS ' *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE O JORNAL DO HISTORICO (ARQJHIS) E O ARQUIVO DE
      *    RESULTADOS A REFECHAR (ARQREFC) EM EXTENSAO, PARA
      *    PRESERVAR AS EXECUCOES ANTERIORES, E PREPARA A DATA/HORA
      *    E A IDENTIFICACAO DA EXECUCAO PARA O JORNAL
      *--------------------------------------------------------------*
       020-ABRIR-JORNAL.

           ACCEPT WS-DATA-CORRENTE   FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRENTE-X FROM TIME
           MOVE 'RETIFICACAO'  TO  WS-JHI-LOTE

           OPEN EXTEND ARQJHIS
           IF   WS-JHIS-STATUS NOT = '00' AND NOT = '05'
              OPEN OUTPUT ARQJHIS
           END-IF

           OPEN EXTEND ARQREFC
           IF   WS-REFC-STATUS NOT = '00' AND NOT = '05'
              OPEN OUTPUT ARQREFC
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DAS TRANSACOES DA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           ACCEPT WS-REG-TRANS  FROM SYSIN

           IF WS-REG-TRANS = ALL '9'
              MOVE   'S'     TO  WS-FIM
           ELSE
              ADD 1  TO WS-CT-LIDAS
              PERFORM 026-VALIDAR-TRANSACAO THRU
                 026-VALIDAR-TRANSACAO-EXIT
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDA A TRANSACAO ANTES DE BUSCAR O HISTORICO. SO OS
      *    BIMESTRES 1 A 4 SAO RETIFICAVEIS AQUI: A RECUPERACAO (5)
      *    TEM LOTE PROPRIO NO RSPRG002 E O RESULTADO ANUAL (9) E
      *    APURADO PELO RSPRG007. MOTIVO E COORDENADOR SAO
      *    OBRIGATORIOS PARA A TRILHA DE AUDITORIA
      *--------------------------------------------------------------*
       026-VALIDAR-TRANSACAO.

           MOVE  'S'     TO  WS-TRN-VALIDA
           MOVE  SPACES  TO  WS-TRN-MOTIVO

           IF   WS-TRN-NUM NOT NUMERIC
            OR  WS-TRN-NUM = ZEROS
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'NUMERO DO ALUNO INVALIDO'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   WS-TRN-ANO NOT NUMERIC
            OR  WS-TRN-ANO = ZEROS
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'ANO LETIVO INVALIDO'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   WS-TRN-BIM NOT NUMERIC
            OR  WS-TRN-BIM < 1
            OR  WS-TRN-BIM > 4
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'BIMESTRE INVALIDO (ESPERADO 1 A 4)'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   WS-TRN-DIS = SPACES
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'DISCIPLINA EM BRANCO'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   WS-TRN-NOT1  NOT NUMERIC
            OR  WS-TRN-NOT2  NOT NUMERIC
            OR  WS-TRN-NOT3  NOT NUMERIC
            OR  WS-TRN-NOT4  NOT NUMERIC
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'NOTA EM BRANCO/NAO NUMERICA'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   WS-TRN-NOT1  < 0 OR WS-TRN-NOT1  > 10
            OR  WS-TRN-NOT2  < 0 OR WS-TRN-NOT2  > 10
            OR  WS-TRN-NOT3  < 0 OR WS-TRN-NOT3  > 10
            OR  WS-TRN-NOT4  < 0 OR WS-TRN-NOT4  > 10
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'NOTA FORA DA FAIXA 0 A 10'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   NOT MOTIVO-VALIDO
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'CODIGO DE MOTIVO INVALIDO (01 A 04)'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   WS-TRN-COORDENADOR = SPACES
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'COORDENADOR RESPONSAVEL EM BRANCO'
                        TO  WS-TRN-MOTIVO
           END-IF
           .
       026-VALIDAR-TRANSACAO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    APLICA A RETIFICACAO CORRENTE AO HISTORICO E GRAVA O
      *    RESULTADO (ACEITA OU RECUSADA, COM MOTIVO) NA RELRETI
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE SPACES  TO  WS-RET-NOM
           MOVE ZEROS   TO  WS-RET-MEDIA-ANT
           MOVE SPACES  TO  WS-RET-SIT-ANT
           MOVE ZEROS   TO  WS-RET-MEDIA-NOVA
           MOVE SPACES  TO  WS-RET-SIT-NOVA
           MOVE ZEROS   TO  WS-FREQ-ALUNO
           MOVE 'N'     TO  WS-IND-REFECHAR

           IF   TRN-INVALIDA
              PERFORM 036-LISTAR-RECUSADA
              PERFORM 025-LER-SYSIN
              GO TO 030-PROCESSAR-EXIT
           END-IF

           PERFORM 031-RETIFICAR-HISTORICO

           IF   TRN-VALIDA
              PERFORM 034-LISTAR-ACEITA
           ELSE
              PERFORM 036-LISTAR-RECUSADA
           END-IF

           PERFORM 025-LER-SYSIN
           .
       030-PROCESSAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    LE O PERIODO A RETIFICAR NO ARQHIST (CHAVE ALUNO+ANO+
      *    BIMESTRE+DISCIPLINA), RECALCULA MEDIA E SITUACAO COM AS
      *    NOTAS CORRIGIDAS E REGRAVA O REGISTRO. PERIODO
      *    INEXISTENTE (FILE STATUS 23) OU NOTAS IGUAIS AS JA
      *    LANCADAS SAO RECUSADOS
      *--------------------------------------------------------------*
       031-RETIFICAR-HISTORICO.

           MOVE WS-TRN-NUM  TO  WS-HIST-NUM
           MOVE WS-TRN-ANO  TO  WS-HIST-ANO
           MOVE WS-TRN-BIM  TO  WS-HIST-BIM
           MOVE WS-TRN-DIS  TO  WS-HIST-DIS
           READ ARQHIST
           EVALUATE WS-HIST-STATUS
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 MOVE 'N'  TO  WS-TRN-VALIDA
                 MOVE 'PERIODO NAO CONSTA DO HISTORICO'
                           TO  WS-TRN-MOTIVO
              WHEN OTHER
                 MOVE 'N'  TO  WS-TRN-VALIDA
                 STRING 'ERRO DE LEITURA NO HISTORICO - FS '
                    WS-HIST-STATUS DELIMITED BY SIZE
                    INTO WS-TRN-MOTIVO
           END-EVALUATE
           IF   TRN-INVALIDA
              GO TO 031-RETIFICAR-HISTORICO-EXIT
           END-IF

           MOVE WS-REG-HIST       TO  WS-IMAGEM-ANTERIOR
           MOVE WS-HIST-NOM       TO  WS-RET-NOM
           MOVE WS-HIST-MEDIA     TO  WS-RET-MEDIA-ANT
           MOVE WS-HIST-SITUACAO  TO  WS-RET-SIT-ANT

           IF   WS-TRN-NOT1 = WS-HIST-NOT1
            AND WS-TRN-NOT2 = WS-HIST-NOT2
            AND WS-TRN-NOT3 = WS-HIST-NOT3
            AND WS-TRN-NOT4 = WS-HIST-NOT4
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'NOTAS IGUAIS AS JA LANCADAS NO HISTORICO'
                        TO  WS-TRN-MOTIVO
              GO TO 031-RETIFICAR-HISTORICO-EXIT
           END-IF

           COMPUTE WS-RET-MEDIA-NOVA =
              (WS-TRN-NOT1 * WS-PESO-NOT1
             + WS-TRN-NOT2 * WS-PESO-NOT2
             + WS-TRN-NOT3 * WS-PESO-NOT3
             + WS-TRN-NOT4 * WS-PESO-NOT4)
              / WS-SOMA-PESOS
           PERFORM 040-DEFINIR-SITUACAO

           MOVE WS-TRN-NOT1       TO  WS-HIST-NOT1
           MOVE WS-TRN-NOT2       TO  WS-HIST-NOT2
           MOVE WS-TRN-NOT3       TO  WS-HIST-NOT3
           MOVE WS-TRN-NOT4       TO  WS-HIST-NOT4
           MOVE WS-RET-MEDIA-NOVA TO  WS-HIST-MEDIA
           MOVE WS-RET-SIT-NOVA   TO  WS-HIST-SITUACAO

           REWRITE WS-REG-HIST
           IF   WS-HIST-STATUS NOT = '00'
              MOVE 'N'  TO  WS-TRN-VALIDA
              STRING 'ERRO DE REGRAVACAO NO HISTORICO - FS '
                 WS-HIST-STATUS DELIMITED BY SIZE
                 INTO WS-TRN-MOTIVO
              GO TO 031-RETIFICAR-HISTORICO-EXIT
           END-IF

           PERFORM 039-GRAVAR-JORNAL
           IF   WS-RET-SIT-NOVA NOT = WS-RET-SIT-ANT
              ADD 1  TO  WS-CT-MUDOU-SIT
           END-IF
           PERFORM 032-VERIFICAR-FECHAMENTO
           .
       031-RETIFICAR-HISTORICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    APURA A SITUACAO DO PERIODO RETIFICADO PELA REGRA DO
      *    RSPRG002: FREQUENCIA ABAIXO DO MINIMO REPROVA POR FALTA
      *    (F) INDEPENDENTE DA MEDIA; ATINGIDO O MINIMO, DECIDE A
      *    MEDIA (A OU R)
      *--------------------------------------------------------------*
       040-DEFINIR-SITUACAO.

           PERFORM 047-BUSCAR-FREQUENCIA

           IF   WS-FREQ-ALUNO < WS-FREQ-MINIMA
              MOVE 'F'  TO  WS-RET-SIT-NOVA
           ELSE
              IF   WS-RET-MEDIA-NOVA >= WS-MEDIA-APROVACAO
                 MOVE 'A'  TO  WS-RET-SIT-NOVA
              ELSE
                 MOVE 'R'  TO  WS-RET-SIT-NOVA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    BUSCA A FREQUENCIA DO ALUNO NA TABELA DO ARQFREQ; ALUNO
      *    SEM REGISTRO E TRATADO COMO FREQUENCIA COMPLETA (100),
      *    PARA NAO REPROVAR POR FALTA DE DADO
      *--------------------------------------------------------------*
       047-BUSCAR-FREQUENCIA.

           MOVE 100  TO  WS-FREQ-ALUNO
           SET  WS-IX-FRQ  TO  1
           SEARCH WS-FQ-OCR
              AT END
                 CONTINUE
              WHEN WS-IX-FRQ > WS-QTD-FREQ
                 CONTINUE
              WHEN WS-FQ-NUM (WS-IX-FRQ) = WS-TRN-NUM
                 MOVE WS-FQ-PCT (WS-IX-FRQ)  TO  WS-FREQ-ALUNO
           END-SEARCH
           .
      *--------------------------------------------------------------*
      *    VERIFICA SE O ANO DA DISCIPLINA RETIFICADA JA FOI FECHADO
      *    (BIMESTRE 9 NO ARQHIST). SE FOI, O RESULTADO ANUAL FICA
      *    DESATUALIZADO: E MARCADO PARA REFECHAMENTO NO ARQREFC,
      *    PARA A RESSUBMISSAO DO RSPRG007 NO ANO. FALHA NA LEITURA
      *    TAMBEM MARCA, PARA NAO DEIXAR PASSAR UM ANO FECHADO
      *--------------------------------------------------------------*
       032-VERIFICAR-FECHAMENTO.

           MOVE WS-TRN-NUM         TO  WS-HIST-NUM
           MOVE WS-TRN-ANO         TO  WS-HIST-ANO
           MOVE WS-BIM-FECHAMENTO  TO  WS-HIST-BIM
           MOVE WS-TRN-DIS         TO  WS-HIST-DIS
           READ ARQHIST
           IF   WS-HIST-STATUS = '23'
              GO TO 032-VERIFICAR-FECHAMENTO-EXIT
           END-IF

           MOVE 'S'                TO  WS-IND-REFECHAR
           ADD  1                  TO  WS-CT-REFECHAR
           MOVE WS-TRN-NUM         TO  WS-RFC-NUM
           MOVE WS-TRN-ANO         TO  WS-RFC-ANO
           MOVE WS-TRN-DIS         TO  WS-RFC-DIS
           MOVE WS-TRN-BIM         TO  WS-RFC-BIM
           MOVE WS-DATA-CORRENTE   TO  WS-RFC-DATA
           WRITE WS-LINHA-REFC FROM WS-REG-REFC

           IF   WS-HIST-STATUS = '00'
              MOVE 'ANO JA FECHADO - REFECHAR NO RSPRG007'
                        TO  WS-TRN-MOTIVO
           ELSE
              STRING 'BIM 9 NAO CONFERIDO - FS '
                 WS-HIST-STATUS '; REFECHAR' DELIMITED BY SIZE
                 INTO WS-TRN-MOTIVO
           END-IF
           .
       032-VERIFICAR-FECHAMENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    REGISTRA NO JORNAL DO HISTORICO (ARQJHIS) A RETIFICACAO
      *    RECEM-APLICADA: DATA/HORA, OPERACAO, MOTIVO,
      *    COORDENADOR E AS IMAGENS ANTERIOR E ATUAL DO REGISTRO
      *--------------------------------------------------------------*
       039-GRAVAR-JORNAL.

           MOVE WS-DATA-CORRENTE   TO  WS-JHI-DATA
           MOVE WS-HORA-CORRENTE   TO  WS-JHI-HORA
           MOVE 'R'                TO  WS-JHI-OPER
           MOVE WS-TRN-COD-MOTIVO  TO  WS-JHI-MOTIVO
           MOVE WS-TRN-COORDENADOR TO  WS-JHI-COORDENADOR
           MOVE WS-IMAGEM-ANTERIOR TO  WS-JHI-IMAGEM-ANT
           MOVE WS-REG-HIST        TO  WS-JHI-IMAGEM-ATU
           WRITE WS-LINHA-JHIS FROM WS-REG-JHIS
           .
      *--------------------------------------------------------------*
      *    LISTA UMA RETIFICACAO ACEITA NA RELRETI
      *--------------------------------------------------------------*
       034-LISTAR-ACEITA.

           ADD  1              TO  WS-CT-ACEITAS
           MOVE 'ACEITA  '     TO  WS-DET-RESULT
           MOVE WS-TRN-MOTIVO  TO  WS-DET-OBS
           PERFORM 037-LISTAR-TRANSACAO
           .
      *--------------------------------------------------------------*
      *    LISTA UMA RETIFICACAO RECUSADA NA RELRETI, COM O MOTIVO
      *--------------------------------------------------------------*
       036-LISTAR-RECUSADA.

           ADD  1              TO  WS-CT-RECUSADAS
           MOVE 'RECUSADA'     TO  WS-DET-RESULT
           MOVE WS-TRN-MOTIVO  TO  WS-DET-OBS
           PERFORM 037-LISTAR-TRANSACAO
           .
      *--------------------------------------------------------------*
      *    GRAVA A LINHA DE DETALHE DA TRANSACAO NA RELRETI, COM
      *    CABECALHO E QUEBRA DE PAGINA A CADA WS-MAX-LINHAS
      *--------------------------------------------------------------*
       037-LISTAR-TRANSACAO.

           IF  WS-LINHAS-IMPRESSAS = ZEROS
            OR WS-LINHAS-IMPRESSAS >= WS-MAX-LINHAS
              PERFORM 038-IMPRIMIR-CABECALHO
           END-IF

           IF   WS-TRN-NUM NUMERIC
              MOVE WS-TRN-NUM   TO  WS-DET-NUM
           ELSE
              MOVE ZEROS        TO  WS-DET-NUM
           END-IF
           IF   WS-TRN-ANO NUMERIC
              MOVE WS-TRN-ANO   TO  WS-DET-ANO
           ELSE
              MOVE ZEROS        TO  WS-DET-ANO
           END-IF
           MOVE WS-REG-TRANS (9:1)  TO  WS-DET-BIM
           MOVE WS-TRN-DIS          TO  WS-DET-DIS
           MOVE WS-RET-NOM          TO  WS-DET-NOM
           MOVE WS-RET-MEDIA-ANT    TO  WS-DET-MED-ANT
           MOVE WS-RET-SIT-ANT      TO  WS-DET-SIT-ANT
           MOVE WS-RET-MEDIA-NOVA   TO  WS-DET-MED-NOVA
           MOVE WS-RET-SIT-NOVA     TO  WS-DET-SIT-NOVA
           MOVE WS-FREQ-ALUNO       TO  WS-DET-FREQ
           MOVE WS-TRN-COD-MOTIVO   TO  WS-DET-MOTIVO
           MOVE WS-TRN-COORDENADOR  TO  WS-DET-COORDENADOR

           WRITE WS-LINHA-RELRETI FROM WS-LINHA-DETALHE
           ADD   1                TO  WS-LINHAS-IMPRESSAS
           .
      *--------------------------------------------------------------*
      *    IMPRIME CABECALHO DE PAGINA DA LISTAGEM (RELRETI)
      *--------------------------------------------------------------*
       038-IMPRIMIR-CABECALHO.

           ADD   1                TO  WS-PAGINA
           MOVE  WS-PAGINA        TO  WS-CAB-PAGINA

           IF  WS-PAGINA > 1
              WRITE WS-LINHA-RELRETI FROM SPACES
                 AFTER ADVANCING PAGE
           ELSE
              WRITE WS-LINHA-RELRETI FROM SPACES
           END-IF

           WRITE WS-LINHA-RELRETI FROM WS-CAB-01
           WRITE WS-LINHA-RELRETI FROM WS-CAB-02
           WRITE WS-LINHA-RELRETI FROM SPACES
           MOVE  ZEROS            TO  WS-LINHAS-IMPRESSAS
           .
      *--------------------------------------------------------------*
      *    GRAVA NA RELRETI UMA LINHA DE RESUMO JA MONTADA EM
      *    WS-LINHA-RESUMO, DEIXANDO A AREA EM BRANCO PARA A PROXIMA
      *--------------------------------------------------------------*
       097-IMPRIMIR-RESUMO.

           WRITE WS-LINHA-RELRETI  FROM  WS-LINHA-RESUMO
           MOVE  SPACES            TO    WS-LINHA-RESUMO
           .
      *--------------------------------------------------------------*
      *    IMPRIME NO FINAL DA RELRETI A LEGENDA DOS CODIGOS DE
      *    MOTIVO E AS LINHAS DE VISTO DA SECRETARIA E DA
      *    COORDENACAO
      *--------------------------------------------------------------*
       093-IMPRIMIR-VISTOS.

           WRITE WS-LINHA-RELRETI FROM SPACES
           STRING ' MOTIVOS: 01=ERRO DE DIGITACAO/LANCAMENTO  '
              '02=REVISAO DE PROVA  03=DECISAO DO CONSELHO DE '
              'CLASSE  04=DETERMINACAO ADM./JUDICIAL'
              DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           WRITE WS-LINHA-RELRETI FROM SPACES
           WRITE WS-LINHA-RELRETI FROM SPACES
           STRING ' SECRETARIA: ________________________________'
              '      COORDENACAO: ________________________________'
              '      DATA: ___/___/______'
              DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS. RETIFICACAO EM ANO JA FECHADO
      *    DEIXA O JOB COM RC 8, PARA BARRAR A PUBLICACAO DO
      *    RESULTADO ANUAL ATE A RESSUBMISSAO DO RSPRG007
      *--------------------------------------------------------------*
       090-TERMINAR.

           WRITE WS-LINHA-RELRETI FROM SPACES
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG018        *'
           DISPLAY ' *----------------------------------------*'
           STRING ' *   TOTAIS DE CONTROLE - RSPRG018'
              DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * TRANSACOES LIDAS   - SYSIN  = ' WS-CT-LIDAS
           STRING ' * TRANSACOES LIDAS   - SYSIN  = '
              WS-CT-LIDAS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * RETIFICACOES ACEITAS        = ' WS-CT-ACEITAS
           STRING ' * RETIFICACOES ACEITAS        = '
              WS-CT-ACEITAS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * RETIFICACOES RECUSADAS      = ' WS-CT-RECUSADAS
           STRING ' * RETIFICACOES RECUSADAS      = '
              WS-CT-RECUSADAS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * SITUACOES ALTERADAS         = ' WS-CT-MUDOU-SIT
           STRING ' * SITUACOES ALTERADAS         = '
              WS-CT-MUDOU-SIT DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * RESULTADOS ANUAIS A REFECHAR= ' WS-CT-REFECHAR
           STRING ' * RESULTADOS ANUAIS A REFECHAR= '
              WS-CT-REFECHAR DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO

           IF   WS-CT-REFECHAR > ZEROS
              DISPLAY ' * ATENCAO - NOTA RETIFICADA EM ANO JA '
                 'FECHADO; RESSUBMETER O RSPRG007 (VIDE ARQREFC) *'
              STRING ' * ATENCAO - NOTA RETIFICADA EM ANO JA '
                 'FECHADO; RESSUBMETER O RSPRG007 *'
                 DELIMITED BY SIZE INTO WS-LINHA-RESUMO
              PERFORM 097-IMPRIMIR-RESUMO
              MOVE 8  TO  RETURN-CODE
           END-IF
           DISPLAY ' *========================================*'

           PERFORM 093-IMPRIMIR-VISTOS

           PERFORM 098-GRAVAR-EXECUCAO

           CLOSE RELRETI
           CLOSE ARQHIST
           CLOSE ARQJHIS
           CLOSE ARQREFC
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO DE CONTROLE DESTA EXECUCAO NO ARQEXEC
      *    (PROGRAMA, DATA/HORA, TOTAIS E RETURN CODE), PARA O
      *    RESUMO DIARIO DE OPERACAO (RSPRG013). A RETIFICACAO NAO
      *    TEM LOTE: ANO/BIMESTRE FICAM ZERADOS E O TIPO EM BRANCO
      *--------------------------------------------------------------*
       098-GRAVAR-EXECUCAO.

           ACCEPT WS-DATA-CORRENTE   FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRENTE-X FROM TIME
           MOVE 'RSPRG018'        TO  WS-EXE-PROGRAMA
           MOVE WS-DATA-CORRENTE  TO  WS-EXE-DATA
           MOVE WS-HORA-CORRENTE  TO  WS-EXE-HORA
           MOVE ZEROS             TO  WS-EXE-ANO
           MOVE ZEROS             TO  WS-EXE-BIM
           MOVE SPACES            TO  WS-EXE-TIPO
           MOVE WS-CT-LIDAS       TO  WS-EXE-LIDOS
           MOVE WS-CT-ACEITAS     TO  WS-EXE-ACEITOS
           MOVE WS-CT-RECUSADAS   TO  WS-EXE-REJEITADOS
           MOVE RETURN-CODE       TO  WS-EXE-RC

           OPEN EXTEND ARQEXEC
           IF   WS-EXEC-STATUS NOT = '00' AND NOT = '05'
              OPEN OUTPUT ARQEXEC
           END-IF
           WRITE WS-LINHA-EXEC FROM WS-REG-EXEC
           CLOSE ARQEXEC
           .
      *---------------> FIM DO PROGRAMA RSPRG018 <-------------------*

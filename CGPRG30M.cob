       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG028.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MOVIMENTO MENSAL DE MATRICULAS PARA A SECRETARIA.
      *           PARA O MES DE REFERENCIA DO CARTAO DE CONTROLE
      *           (SYSIN), LE O JORNAL DE AUDITORIA DO MESTRE
      *           (ARQJRNL, COM AS GERACOES CORTADAS PELO RSPRG011
      *           CONCATENADAS NO DD) E APURA AS ENTRADAS - MATRICULA
      *           NOVA, RETORNO DE ALUNO QUE HAVIA SAIDO E
      *           REMANEJAMENTO DE OUTRO CURSO - E AS SAIDAS -
      *           TRANSFERENCIA, TRANCAMENTO, ABANDONO, CONCLUSAO,
      *           EXCLUSAO DO MESTRE E REMANEJAMENTO PARA OUTRO CURSO.
      *           A MUDANCA DE SITUACAO DA MATRICULA (RSPRG003,
      *           RSPRG009) VALE PELA DATA EFETIVA; AS DEMAIS PELA
      *           DATA DO JORNAL. IMPRIME NO RELMOVI A RELACAO DOS
      *           MOVIMENTOS DO MES, COM O MOTIVO, E O QUADRO DE
      *           ENTRADAS E SAIDAS POR CURSO COM O SALDO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  270001  PROGRAMA DE MOVIMENTO MENSAL DE
      *                          MATRICULAS (ENTRADAS E SAIDAS POR
      *                          CURSO, PELO ARQJRNL) CRIADO.
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
           SELECT RELMOVI   ASSIGN TO RELMOVI
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQJRNL   ASSIGN TO ARQJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JRNL-STATUS.
           SELECT ARQEXEC   ASSIGN TO ARQEXEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXEC-STATUS.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> RELMOVI - MOVIMENTO MENSAL DE MATRICULAS (IMPRESSAO)
       FD  RELMOVI
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-RELMOVI      PIC X(132).
      *-----> ARQJRNL - JORNAL DE AUDITORIA DAS GRAVACOES NO ARQMEST
       FD  ARQJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-JRNL          PIC X(243).
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
           05  WS-CT-LIDOS            PIC 9(06)      VALUE ZEROS.
           05  WS-CT-CONTROLE         PIC 9(06)      VALUE ZEROS.
           05  WS-CT-IGNORADOS        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-MOVIMENTOS       PIC 9(06)      VALUE ZEROS.
           05  WS-CT-ENTRADAS         PIC 9(06)      VALUE ZEROS.
           05  WS-CT-SAIDAS           PIC 9(06)      VALUE ZEROS.

      *-----> CONTROLE DOS ARQUIVOS
       01  WS-JRNL-STATUS             PIC X(02)      VALUE '00'.
       01  WS-JRNL-FIM                PIC X(01)      VALUE 'N'.
           88  JRNL-FIM                              VALUE 'S'.
       01  WS-EXEC-STATUS             PIC X(02)      VALUE '00'.

      *-----> DATA/HORA DA EXECUCAO, PARA O REGISTRO DO ARQEXEC
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

      *-----> CARTAO DE CONTROLE (SYSIN): MES DE REFERENCIA AAAAMM
       01  WS-REG-CARTAO.
           05  WS-CRT-REFERENCIA.
               10  WS-CRT-REF-ANO     PIC 9(04).
               10  WS-CRT-REF-MES     PIC 9(02).
           05  FILLER                 PIC X(74).

      *-----> MES DE REFERENCIA DO MOVIMENTO
       01  WS-REFERENCIA              PIC 9(06)      VALUE ZEROS.
       01  WS-REFERENCIA-R REDEFINES WS-REFERENCIA.
           05  WS-REF-ANO             PIC 9(04).
           05  WS-REF-MES             PIC 9(02).

      *-----> REGISTRO DO JORNAL DE AUDITORIA (ARQJRNL)
       01  WS-REG-JRNL.
           05  WS-JRN-DATA            PIC 9(08).
           05  WS-JRN-HORA            PIC 9(06).
           05  WS-JRN-LOTE            PIC X(12).
           05  WS-JRN-OPER            PIC X(01).
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

      *-----> IMAGENS ANTERIOR E ATUAL DO MESTRE (LAYOUT DO ARQMEST,
      *       108 BYTES); DELAS O MOVIMENTO SO USA A IDENTIFICACAO,
      *       O CURSO/SERIE E A SITUACAO DA MATRICULA
       01  WS-IMG-ANT.
           05  WS-ANT-NUM             PIC 9(04).
           05  WS-ANT-NOM             PIC X(20).
           05  FILLER                 PIC X(21).
           05  WS-ANT-CUR             PIC X(12).
           05  WS-ANT-SERIE           PIC X(01).
           05  FILLER                 PIC X(11).
           05  WS-ANT-SIT-MAT         PIC X(01).
               88  ANT-ATIVO                         VALUE 'A' ' '.
           05  WS-ANT-DATA-SIT        PIC 9(08).
           05  WS-ANT-MOTIVO-SIT      PIC X(30).

       01  WS-IMG-ATU.
           05  WS-ATU-NUM             PIC 9(04).
           05  WS-ATU-NOM             PIC X(20).
           05  FILLER                 PIC X(21).
           05  WS-ATU-CUR             PIC X(12).
           05  WS-ATU-SERIE           PIC X(01).
           05  FILLER                 PIC X(11).
           05  WS-ATU-SIT-MAT         PIC X(01).
               88  ATU-ATIVO                         VALUE 'A' ' '.
               88  ATU-SAIDA                         VALUE 'T' 'M'
                                                           'B' 'C'.
           05  WS-ATU-DATA-SIT        PIC 9(08).
           05  WS-ATU-MOTIVO-SIT      PIC X(30).

      *-----> MOVIMENTO EM APURACAO: TIPO (I MATRICULA, R RETORNO,
      *       N REMANEJADO DE OUTRO CURSO; T, M, B E C SAIDA PELA
      *       SITUACAO DA MATRICULA, E EXCLUSAO, S REMANEJADO PARA
      *       OUTRO CURSO), DATA E ALUNO
       01  WS-AREA-MOVIMENTO.
           05  WS-MOV-TIPO            PIC X(01)      VALUE SPACES.
               88  MOV-MATRICULA                     VALUE 'I'.
               88  MOV-RETORNO                       VALUE 'R'.
               88  MOV-REMANEJ-ENTRADA               VALUE 'N'.
               88  MOV-TRANSFERENCIA                 VALUE 'T'.
               88  MOV-TRANCAMENTO                   VALUE 'M'.
               88  MOV-ABANDONO                      VALUE 'B'.
               88  MOV-CONCLUSAO                     VALUE 'C'.
               88  MOV-EXCLUSAO                      VALUE 'E'.
               88  MOV-REMANEJ-SAIDA                 VALUE 'S'.
           05  WS-MOV-DATA            PIC 9(08)      VALUE ZEROS.
           05  WS-MOV-DATA-R REDEFINES WS-MOV-DATA.
               10  WS-MOV-ANO-MES     PIC 9(06).
               10  FILLER             PIC 9(02).
           05  WS-MOV-DATA-D REDEFINES WS-MOV-DATA.
               10  WS-MOV-ANO         PIC 9(04).
               10  WS-MOV-MES         PIC 9(02).
               10  WS-MOV-DIA         PIC 9(02).
           05  WS-MOV-NUM             PIC 9(04)      VALUE ZEROS.
           05  WS-MOV-NOM             PIC X(20)      VALUE SPACES.
           05  WS-MOV-CUR             PIC X(12)      VALUE SPACES.
           05  WS-MOV-SERIE           PIC X(01)      VALUE SPACES.
           05  WS-MOV-MOTIVO          PIC X(30)      VALUE SPACES.

      *-----> POSICAO DO MOVIMENTO NOS ACUMULADORES: 1 A 3 ENTRADAS
      *       (MATRICULA, RETORNO, REMANEJADO), 4 A 9 SAIDAS
      *       (TRANSFERENCIA, TRANCAMENTO, ABANDONO, CONCLUSAO,
      *       EXCLUSAO, REMANEJADO)
       77  WS-IX-MOV                  PIC 9(02) COMP VALUE ZEROS.
       77  WS-QTD-ENTRADAS            PIC 9(02) COMP VALUE 3.
       77  WS-QTD-TIPOS-MOV           PIC 9(02) COMP VALUE 9.

      *-----> TABELA DE MOVIMENTOS POR CURSO. TABELA EXCEDIDA GERA
      *       AVISO E RC 8, COMO A TABELA DE CURSOS DO RSPRG010
       01  WS-TAB-CURSOS.
           05  WS-QTD-CURSOS          PIC 9(03)      VALUE ZEROS.
           05  WS-CURSO-OCR OCCURS 100 TIMES
                                      INDEXED BY WS-IX-CUR.
               10  WS-TC-CURSO        PIC X(12).
               10  WS-TC-MOVIMENTOS.
                   15  WS-TC-MOV      PIC 9(06) OCCURS 9 TIMES.

      *-----> CURSO DE ALUNO SEM CURSO NO MESTRE
       77  WS-CURSO-EM-BRANCO         PIC X(12)      VALUE
           '(SEM CURSO)'.

      *-----> TOTAL GERAL DOS MOVIMENTOS DO MES
       01  WS-TOTAL-GERAL.
           05  WS-TG-MOV              PIC 9(06) OCCURS 9 TIMES.

      *-----> MOVIMENTOS DA LINHA DO QUADRO EM IMPRESSAO (UM CURSO
      *       OU O TOTAL GERAL), COM OS TOTAIS E O SALDO
       01  WS-LINHA-MOVIMENTOS.
           05  WS-LM-MOV              PIC 9(06) OCCURS 9 TIMES.
       01  WS-TOTAL-ENTRADAS          PIC 9(06)      VALUE ZEROS.
       01  WS-TOTAL-SAIDAS            PIC 9(06)      VALUE ZEROS.
       01  WS-SALDO                   PIC S9(06)     VALUE ZEROS.

      *-----> AVISO DE TABELA DE CURSOS EXCEDIDA (RC 8 NO TERMINO)
       01  WS-IND-CURSO-CHEIO         PIC X(01)      VALUE 'N'.
           88  CURSO-CHEIO                           VALUE 'S'.

      *-----> CONTROLE DE PAGINACAO DO RELATORIO; A SECAO DECIDE O
      *       CABECALHO (RELACAO DOS MOVIMENTOS OU QUADRO POR CURSO)
       01  WS-AREA-RELATORIO.
           05  WS-LINHAS-IMPRESSAS    PIC 9(02)      VALUE ZEROS.
           05  WS-MAX-LINHAS          PIC 9(02)      VALUE 20.
           05  WS-PAGINA              PIC 9(04)      VALUE ZEROS.
           05  WS-SECAO               PIC X(01)      VALUE 'D'.
               88  SECAO-DETALHE                     VALUE 'D'.
               88  SECAO-QUADRO                      VALUE 'Q'.

      *-----> LAYOUTS DO MOVIMENTO MENSAL DE MATRICULAS (RELMOVI)
       01  WS-CAB-01.
           05  FILLER              PIC X(20) VALUE 'RSPRG028'.
           05  FILLER              PIC X(40) VALUE
               'MOVIMENTO MENSAL DE MATRICULAS'.
           05  FILLER              PIC X(13) VALUE 'REFERENCIA: '.
           05  WS-CAB-MES          PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-CAB-ANO          PIC 9(04).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'PAGINA: '.
           05  WS-CAB-PAGINA       PIC ZZZ9.
           05  FILLER              PIC X(37) VALUE SPACES.

       01  WS-CAB-02.
           05  FILLER              PIC X(10) VALUE 'DATA'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'NUMERO'.
           05  FILLER              PIC X(20) VALUE 'NOME DO ALUNO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'CURSO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE 'SER'.
           05  FILLER              PIC X(22) VALUE 'MOVIMENTO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE 'MOTIVO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'LOTE'.
           05  FILLER              PIC X(11) VALUE SPACES.

       01  WS-LINHA-DETALHE.
           05  WS-DET-DIA          PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DET-MES          PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DET-ANO          PIC 9(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-NUM          PIC 9(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-NOM          PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-CUR          PIC X(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-SERIE        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-MOVIMENTO    PIC X(22).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-MOTIVO       PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-LOTE         PIC X(12).
           05  FILLER              PIC X(11) VALUE SPACES.

       01  WS-CAB-03.
           05  FILLER              PIC X(13) VALUE SPACES.
           05  FILLER              PIC X(32) VALUE
               '<---------- ENTRADAS ---------->'.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(28) VALUE
               '<----------------------- SAI'.
           05  FILLER              PIC X(28) VALUE
               'DAS ----------------------->'.
           05  FILLER              PIC X(28) VALUE SPACES.

       01  WS-CAB-04.
           05  FILLER              PIC X(13) VALUE 'CURSO'.
           05  FILLER              PIC X(08) VALUE '  MATRIC'.
           05  FILLER              PIC X(08) VALUE ' RETORNO'.
           05  FILLER              PIC X(08) VALUE ' REMANEJ'.
           05  FILLER              PIC X(08) VALUE '   TOTAL'.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE '  TRANSF'.
           05  FILLER              PIC X(08) VALUE '  TRANC.'.
           05  FILLER              PIC X(08) VALUE 'ABANDONO'.
           05  FILLER              PIC X(08) VALUE ' CONCLUS'.
           05  FILLER              PIC X(08) VALUE 'EXCLUSAO'.
           05  FILLER              PIC X(08) VALUE ' REMANEJ'.
           05  FILLER              PIC X(08) VALUE '   TOTAL'.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE '   SALDO'.
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-LINHA-CURSO.
           05  WS-CRS-CURSO        PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CRS-MATRICULA    PIC ZZZZZZZ9.
           05  WS-CRS-RETORNO      PIC ZZZZZZZ9.
           05  WS-CRS-REM-ENTRADA  PIC ZZZZZZZ9.
           05  WS-CRS-ENTRADAS     PIC ZZZZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-CRS-TRANSF       PIC ZZZZZZZ9.
           05  WS-CRS-TRANCAM      PIC ZZZZZZZ9.
           05  WS-CRS-ABANDONO     PIC ZZZZZZZ9.
           05  WS-CRS-CONCLUSAO    PIC ZZZZZZZ9.
           05  WS-CRS-EXCLUSAO     PIC ZZZZZZZ9.
           05  WS-CRS-REM-SAIDA    PIC ZZZZZZZ9.
           05  WS-CRS-SAIDAS       PIC ZZZZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-CRS-SALDO        PIC -ZZZZZZ9.
           05  FILLER              PIC X(17) VALUE SPACES.

      *-----> LINHA DE USO GERAL PARA OS TOTAIS DE CONTROLE
       01  WS-LINHA-RESUMO           PIC X(132)     VALUE SPACES.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-RSPRG028.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-EXIT
              UNTIL JRNL-FIM
           PERFORM 080-IMPRIMIR-QUADRO
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           OPEN OUTPUT RELMOVI
           PERFORM 017-LER-CARTAO
           PERFORM 011-ZERAR-TOTAL
              VARYING WS-IX-MOV FROM 1 BY 1
              UNTIL WS-IX-MOV > WS-QTD-TIPOS-MOV
           OPEN INPUT ARQJRNL
           IF   WS-JRNL-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQJRNL NAO DISPONIVEL PARA '
                 'LEITURA - FS ' WS-JRNL-STATUS ' *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           PERFORM 025-LER-JORNAL THRU 025-LER-JORNAL-EXIT
           .
       011-ZERAR-TOTAL.

           MOVE ZEROS  TO  WS-TG-MOV (WS-IX-MOV)
           .
      *--------------------------------------------------------------*
      *    LE O CARTAO DE CONTROLE (SYSIN) COM O MES DE REFERENCIA
      *    (AAAAMM); CARTAO INVALIDO CANCELA A EXECUCAO (RC 16)
      *--------------------------------------------------------------*
       017-LER-CARTAO.

           ACCEPT WS-REG-CARTAO  FROM SYSIN
           IF   WS-CRT-REFERENCIA NOT NUMERIC
            OR  WS-CRT-REF-ANO = ZEROS
            OR  WS-CRT-REF-MES < 1
            OR  WS-CRT-REF-MES > 12
              DISPLAY ' * ERRO - CARTAO DE CONTROLE SEM MES DE '
                 'REFERENCIA (AAAAMM) VALIDO; MOVIMENTO '
                 'CANCELADO *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           MOVE WS-CRT-REFERENCIA  TO  WS-REFERENCIA
           MOVE WS-REF-MES         TO  WS-CAB-MES
           MOVE WS-REF-ANO         TO  WS-CAB-ANO
           .
      *--------------------------------------------------------------*
      *    ENCERRA O JOB SEM APURAR, POR CARTAO DE CONTROLE
      *    INVALIDO OU JORNAL INDISPONIVEL
      *--------------------------------------------------------------*
       018-ABORTAR-CONTROLE.

           CLOSE RELMOVI
           MOVE 16  TO  RETURN-CODE
           PERFORM 098-GRAVAR-EXECUCAO
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DO JORNAL DE AUDITORIA
      *--------------------------------------------------------------*
       025-LER-JORNAL.

           READ ARQJRNL INTO WS-REG-JRNL
              AT END
                 MOVE 'S'  TO  WS-JRNL-FIM
                 GO TO 025-LER-JORNAL-EXIT
           END-READ
           ADD 1  TO  WS-CT-LIDOS
           .
       025-LER-JORNAL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    CLASSIFICA A OPERACAO JORNALIZADA EM MOVIMENTO DE
      *    MATRICULA: INCLUSAO E ENTRADA, EXCLUSAO E SAIDA E A
      *    ALTERACAO SO E MOVIMENTO QUANDO MUDA A SITUACAO DA
      *    MATRICULA OU O CURSO
      *--------------------------------------------------------------*
       030-PROCESSAR.

      *    REGISTRO DE CONTROLE DE GERACAO DE ARQUIVO (RSPRG011):
      *    NAO E OPERACAO JORNALIZADA, APENAS MOLDURA DA GERACAO
           IF   WS-CTRL-IND = 'HDR' OR WS-CTRL-IND = 'TRL'
              ADD 1  TO  WS-CT-CONTROLE
              PERFORM 025-LER-JORNAL THRU 025-LER-JORNAL-EXIT
              GO TO 030-PROCESSAR-EXIT
           END-IF

           MOVE WS-JRN-IMAGEM-ANT  TO  WS-IMG-ANT
           MOVE WS-JRN-IMAGEM-ATU  TO  WS-IMG-ATU

           EVALUATE TRUE
              WHEN JRN-INCLUSAO
                 PERFORM 031-TRATAR-INCLUSAO
              WHEN JRN-ALTERACAO
                 PERFORM 032-TRATAR-ALTERACAO
              WHEN JRN-EXCLUSAO
                 PERFORM 033-TRATAR-EXCLUSAO
              WHEN OTHER
                 ADD 1  TO  WS-CT-IGNORADOS
                 DISPLAY ' * ATENCAO - OPERACAO INVALIDA NO JORNAL '
                    'IGNORADA - REGISTRO ' WS-CT-LIDOS ' *'
           END-EVALUATE

           PERFORM 025-LER-JORNAL THRU 025-LER-JORNAL-EXIT
           .
       030-PROCESSAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    INCLUSAO NO MESTRE (RSPRG002, RSPRG003 OU CARGA DO
      *    RSPRG009): MATRICULA NOVA, NA DATA DO JORNAL
      *--------------------------------------------------------------*
       031-TRATAR-INCLUSAO.

           PERFORM 042-MONTAR-PELA-ATUAL
           MOVE 'I'          TO  WS-MOV-TIPO
           MOVE WS-JRN-DATA  TO  WS-MOV-DATA
           PERFORM 040-REGISTRAR-MOVIMENTO THRU
              040-REGISTRAR-MOVIMENTO-EXIT
           .
      *--------------------------------------------------------------*
      *    ALTERACAO NO MESTRE: SAIDA DO ALUNO ATIVO (T, M, B OU C)
      *    OU RETORNO DO QUE HAVIA SAIDO, NA DATA EFETIVA DA
      *    SITUACAO; TROCA DE CURSO DO ALUNO ATIVO E SAIDA DO CURSO
      *    ANTERIOR E ENTRADA NO NOVO, NA DATA DO JORNAL. AS DEMAIS
      *    ALTERACOES (NOTAS, CADASTRO) NAO SAO MOVIMENTO
      *--------------------------------------------------------------*
       032-TRATAR-ALTERACAO.

           EVALUATE TRUE
              WHEN ANT-ATIVO AND ATU-SAIDA
                 PERFORM 042-MONTAR-PELA-ATUAL
                 MOVE WS-ATU-SIT-MAT  TO  WS-MOV-TIPO
                 PERFORM 043-OBTER-DATA-EFETIVA
                 PERFORM 040-REGISTRAR-MOVIMENTO THRU
                    040-REGISTRAR-MOVIMENTO-EXIT
              WHEN NOT ANT-ATIVO AND ATU-ATIVO
                 PERFORM 042-MONTAR-PELA-ATUAL
                 MOVE 'R'             TO  WS-MOV-TIPO
                 PERFORM 043-OBTER-DATA-EFETIVA
                 PERFORM 040-REGISTRAR-MOVIMENTO THRU
                    040-REGISTRAR-MOVIMENTO-EXIT
              WHEN ANT-ATIVO AND ATU-ATIVO
               AND WS-ANT-CUR NOT = SPACES
               AND WS-ATU-CUR NOT = SPACES
               AND WS-ANT-CUR NOT = WS-ATU-CUR
                 PERFORM 041-MONTAR-PELA-ANTERIOR
                 MOVE 'S'             TO  WS-MOV-TIPO
                 MOVE WS-JRN-DATA     TO  WS-MOV-DATA
                 PERFORM 040-REGISTRAR-MOVIMENTO THRU
                    040-REGISTRAR-MOVIMENTO-EXIT
                 PERFORM 042-MONTAR-PELA-ATUAL
                 MOVE 'N'             TO  WS-MOV-TIPO
                 MOVE WS-JRN-DATA     TO  WS-MOV-DATA
                 PERFORM 040-REGISTRAR-MOVIMENTO THRU
                    040-REGISTRAR-MOVIMENTO-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    EXCLUSAO DO MESTRE: SAIDA DO ALUNO QUE AINDA ESTAVA
      *    ATIVO, NA DATA DO JORNAL (O QUE JA HAVIA SAIDO FOI
      *    CONTADO NA SAIDA)
      *--------------------------------------------------------------*
       033-TRATAR-EXCLUSAO.

           IF   ANT-ATIVO
              PERFORM 041-MONTAR-PELA-ANTERIOR
              MOVE SPACES       TO  WS-MOV-MOTIVO
              MOVE 'E'          TO  WS-MOV-TIPO
              MOVE WS-JRN-DATA  TO  WS-MOV-DATA
              PERFORM 040-REGISTRAR-MOVIMENTO THRU
                 040-REGISTRAR-MOVIMENTO-EXIT
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGISTRA O MOVIMENTO MONTADO SE A DATA CAI NO MES DE
      *    REFERENCIA: ACUMULA NO CURSO E NO TOTAL GERAL E O LISTA
      *    NA RELACAO DOS MOVIMENTOS
      *--------------------------------------------------------------*
       040-REGISTRAR-MOVIMENTO.

           IF   WS-MOV-ANO-MES NOT = WS-REFERENCIA
              GO TO 040-REGISTRAR-MOVIMENTO-EXIT
           END-IF

           EVALUATE TRUE
              WHEN MOV-MATRICULA
                 MOVE 1  TO  WS-IX-MOV
                 MOVE 'ENTRADA - MATRICULA'    TO  WS-DET-MOVIMENTO
              WHEN MOV-RETORNO
                 MOVE 2  TO  WS-IX-MOV
                 MOVE 'ENTRADA - RETORNO'      TO  WS-DET-MOVIMENTO
              WHEN MOV-REMANEJ-ENTRADA
                 MOVE 3  TO  WS-IX-MOV
                 MOVE 'ENTRADA - REMANEJADO'   TO  WS-DET-MOVIMENTO
              WHEN MOV-TRANSFERENCIA
                 MOVE 4  TO  WS-IX-MOV
                 MOVE 'SAIDA - TRANSFERENCIA'  TO  WS-DET-MOVIMENTO
              WHEN MOV-TRANCAMENTO
                 MOVE 5  TO  WS-IX-MOV
                 MOVE 'SAIDA - TRANCAMENTO'    TO  WS-DET-MOVIMENTO
              WHEN MOV-ABANDONO
                 MOVE 6  TO  WS-IX-MOV
                 MOVE 'SAIDA - ABANDONO'       TO  WS-DET-MOVIMENTO
              WHEN MOV-CONCLUSAO
                 MOVE 7  TO  WS-IX-MOV
                 MOVE 'SAIDA - CONCLUSAO'      TO  WS-DET-MOVIMENTO
              WHEN MOV-EXCLUSAO
                 MOVE 8  TO  WS-IX-MOV
                 MOVE 'SAIDA - EXCLUSAO'       TO  WS-DET-MOVIMENTO
              WHEN OTHER
                 MOVE 9  TO  WS-IX-MOV
                 MOVE 'SAIDA - REMANEJADO'     TO  WS-DET-MOVIMENTO
           END-EVALUATE

           ADD 1  TO  WS-CT-MOVIMENTOS
           IF   WS-IX-MOV > WS-QTD-ENTRADAS
              ADD 1  TO  WS-CT-SAIDAS
           ELSE
              ADD 1  TO  WS-CT-ENTRADAS
           END-IF
           ADD 1  TO  WS-TG-MOV (WS-IX-MOV)

           IF   WS-MOV-CUR = SPACES
              MOVE WS-CURSO-EM-BRANCO  TO  WS-MOV-CUR
           END-IF
           PERFORM 038-LOCALIZAR-CURSO
           IF   WS-IX-CUR NOT > WS-QTD-CURSOS
              ADD 1  TO  WS-TC-MOV (WS-IX-CUR WS-IX-MOV)
           END-IF

           PERFORM 050-LISTAR-MOVIMENTO
           .
       040-REGISTRAR-MOVIMENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    MONTA O ALUNO DO MOVIMENTO PELA IMAGEM ANTERIOR OU PELA
      *    IMAGEM ATUAL DO JORNAL
      *--------------------------------------------------------------*
       041-MONTAR-PELA-ANTERIOR.

           MOVE WS-ANT-NUM         TO  WS-MOV-NUM
           MOVE WS-ANT-NOM         TO  WS-MOV-NOM
           MOVE WS-ANT-CUR         TO  WS-MOV-CUR
           MOVE WS-ANT-SERIE       TO  WS-MOV-SERIE
           MOVE SPACES             TO  WS-MOV-MOTIVO
           .
       042-MONTAR-PELA-ATUAL.

           MOVE WS-ATU-NUM         TO  WS-MOV-NUM
           MOVE WS-ATU-NOM         TO  WS-MOV-NOM
           MOVE WS-ATU-CUR         TO  WS-MOV-CUR
           MOVE WS-ATU-SERIE       TO  WS-MOV-SERIE
           MOVE WS-ATU-MOTIVO-SIT  TO  WS-MOV-MOTIVO
           .
      *--------------------------------------------------------------*
      *    DATA DO MOVIMENTO DE SITUACAO: A DATA EFETIVA DA IMAGEM
      *    ATUAL; SEM ELA (REGISTRO ANTERIOR A SITUACAO), A DATA DO
      *    JORNAL
      *--------------------------------------------------------------*
       043-OBTER-DATA-EFETIVA.

           IF   WS-ATU-DATA-SIT NUMERIC
            AND WS-ATU-DATA-SIT > ZEROS
              MOVE WS-ATU-DATA-SIT  TO  WS-MOV-DATA
           ELSE
              MOVE WS-JRN-DATA      TO  WS-MOV-DATA
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZA (OU INCLUI) O CURSO DO MOVIMENTO NA TABELA
      *--------------------------------------------------------------*
       038-LOCALIZAR-CURSO.

           SET WS-IX-CUR  TO  1
           SEARCH WS-CURSO-OCR
              AT END
                 PERFORM 039-INCLUIR-CURSO
              WHEN WS-IX-CUR > WS-QTD-CURSOS
                 PERFORM 039-INCLUIR-CURSO
              WHEN WS-TC-CURSO (WS-IX-CUR) = WS-MOV-CUR
                 CONTINUE
           END-SEARCH
           .
      *--------------------------------------------------------------*
      *    INCLUI NOVO CURSO NA TABELA WS-CURSO-OCR, COM OS
      *    MOVIMENTOS ZERADOS; TABELA CHEIA GERA AVISO E RC 8
      *--------------------------------------------------------------*
       039-INCLUIR-CURSO.

           IF   WS-QTD-CURSOS < 100
              ADD  1            TO  WS-QTD-CURSOS
              SET  WS-IX-CUR    TO  WS-QTD-CURSOS
              MOVE WS-MOV-CUR   TO  WS-TC-CURSO (WS-IX-CUR)
              PERFORM 0391-ZERAR-MOVIMENTO
                 VARYING WS-IX-MOV FROM 1 BY 1
                 UNTIL WS-IX-MOV > WS-QTD-TIPOS-MOV
           ELSE
              IF   NOT CURSO-CHEIO
                 MOVE 'S'  TO  WS-IND-CURSO-CHEIO
                 DISPLAY ' * ATENCAO - TABELA DE CURSOS EXCEDEU 100 '
                    'OCORRENCIAS; QUADRO DOS CURSOS EXCEDENTES '
                    'INDISPONIVEL (RC 8 NO TERMINO) *'
              END-IF
           END-IF
           .
       0391-ZERAR-MOVIMENTO.

           MOVE ZEROS  TO  WS-TC-MOV (WS-IX-CUR WS-IX-MOV)
           .
      *--------------------------------------------------------------*
      *    LISTA O MOVIMENTO NA RELACAO DO MES (RELMOVI)
      *--------------------------------------------------------------*
       050-LISTAR-MOVIMENTO.

           IF  WS-LINHAS-IMPRESSAS = ZEROS
            OR WS-LINHAS-IMPRESSAS >= WS-MAX-LINHAS
              PERFORM 037-IMPRIMIR-CABECALHO
           END-IF

           MOVE  WS-MOV-DIA        TO  WS-DET-DIA
           MOVE  WS-MOV-MES        TO  WS-DET-MES
           MOVE  WS-MOV-ANO        TO  WS-DET-ANO
           MOVE  WS-MOV-NUM        TO  WS-DET-NUM
           MOVE  WS-MOV-NOM        TO  WS-DET-NOM
           MOVE  WS-MOV-CUR        TO  WS-DET-CUR
           MOVE  WS-MOV-SERIE      TO  WS-DET-SERIE
           MOVE  WS-MOV-MOTIVO     TO  WS-DET-MOTIVO
           MOVE  WS-JRN-LOTE       TO  WS-DET-LOTE

           WRITE WS-LINHA-RELMOVI FROM WS-LINHA-DETALHE
           ADD   1                TO  WS-LINHAS-IMPRESSAS
           .
      *--------------------------------------------------------------*
      *    IMPRIME O QUADRO DE ENTRADAS E SAIDAS POR CURSO, EM
      *    PAGINA PROPRIA, COM O TOTAL GERAL DO MES
      *--------------------------------------------------------------*
       080-IMPRIMIR-QUADRO.

           MOVE 'Q'            TO  WS-SECAO
           PERFORM 037-IMPRIMIR-CABECALHO

           IF   WS-QTD-CURSOS = ZEROS
              STRING ' * NENHUM MOVIMENTO DE MATRICULA NO MES *'
                 DELIMITED BY SIZE INTO WS-LINHA-RESUMO
              PERFORM 097-IMPRIMIR-RESUMO
           ELSE
              PERFORM 081-IMPRIMIR-CURSO
                 VARYING WS-IX-CUR FROM 1 BY 1
                 UNTIL WS-IX-CUR > WS-QTD-CURSOS
              MOVE WS-TOTAL-GERAL  TO  WS-LINHA-MOVIMENTOS
              MOVE 'TOTAL GERAL'   TO  WS-CRS-CURSO
              WRITE WS-LINHA-RELMOVI FROM SPACES
              PERFORM 082-IMPRIMIR-LINHA-QUADRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME A LINHA DE UM CURSO DO QUADRO
      *--------------------------------------------------------------*
       081-IMPRIMIR-CURSO.

           IF   WS-LINHAS-IMPRESSAS >= WS-MAX-LINHAS
              PERFORM 037-IMPRIMIR-CABECALHO
           END-IF

           MOVE WS-TC-MOVIMENTOS (WS-IX-CUR)  TO  WS-LINHA-MOVIMENTOS
           MOVE WS-TC-CURSO (WS-IX-CUR)       TO  WS-CRS-CURSO
           PERFORM 082-IMPRIMIR-LINHA-QUADRO
           .
      *--------------------------------------------------------------*
      *    MONTA E IMPRIME UMA LINHA DO QUADRO A PARTIR DOS
      *    MOVIMENTOS EM WS-LINHA-MOVIMENTOS: TOTAL DE ENTRADAS,
      *    TOTAL DE SAIDAS E SALDO DO MES
      *--------------------------------------------------------------*
       082-IMPRIMIR-LINHA-QUADRO.

           COMPUTE WS-TOTAL-ENTRADAS = WS-LM-MOV (1) + WS-LM-MOV (2)
                                     + WS-LM-MOV (3)
           COMPUTE WS-TOTAL-SAIDAS   = WS-LM-MOV (4) + WS-LM-MOV (5)
                                     + WS-LM-MOV (6) + WS-LM-MOV (7)
                                     + WS-LM-MOV (8) + WS-LM-MOV (9)
           COMPUTE WS-SALDO = WS-TOTAL-ENTRADAS - WS-TOTAL-SAIDAS

           MOVE WS-LM-MOV (1)       TO  WS-CRS-MATRICULA
           MOVE WS-LM-MOV (2)       TO  WS-CRS-RETORNO
           MOVE WS-LM-MOV (3)       TO  WS-CRS-REM-ENTRADA
           MOVE WS-TOTAL-ENTRADAS   TO  WS-CRS-ENTRADAS
           MOVE WS-LM-MOV (4)       TO  WS-CRS-TRANSF
           MOVE WS-LM-MOV (5)       TO  WS-CRS-TRANCAM
           MOVE WS-LM-MOV (6)       TO  WS-CRS-ABANDONO
           MOVE WS-LM-MOV (7)       TO  WS-CRS-CONCLUSAO
           MOVE WS-LM-MOV (8)       TO  WS-CRS-EXCLUSAO
           MOVE WS-LM-MOV (9)       TO  WS-CRS-REM-SAIDA
           MOVE WS-TOTAL-SAIDAS     TO  WS-CRS-SAIDAS
           MOVE WS-SALDO            TO  WS-CRS-SALDO

           WRITE WS-LINHA-RELMOVI FROM WS-LINHA-CURSO
           ADD   1                TO  WS-LINHAS-IMPRESSAS
           .
      *--------------------------------------------------------------*
      *    IMPRIME CABECALHO DE PAGINA DO RELATORIO (RELMOVI), DA
      *    RELACAO DOS MOVIMENTOS OU DO QUADRO POR CURSO
      *--------------------------------------------------------------*
       037-IMPRIMIR-CABECALHO.

           ADD   1                TO  WS-PAGINA
           MOVE  WS-PAGINA        TO  WS-CAB-PAGINA

           IF  WS-PAGINA > 1
              WRITE WS-LINHA-RELMOVI FROM SPACES
                 AFTER ADVANCING PAGE
           ELSE
              WRITE WS-LINHA-RELMOVI FROM SPACES
           END-IF

           WRITE WS-LINHA-RELMOVI FROM WS-CAB-01
           IF   SECAO-QUADRO
              WRITE WS-LINHA-RELMOVI FROM WS-CAB-03
              WRITE WS-LINHA-RELMOVI FROM WS-CAB-04
           ELSE
              WRITE WS-LINHA-RELMOVI FROM WS-CAB-02
           END-IF
           WRITE WS-LINHA-RELMOVI FROM SPACES
           MOVE  ZEROS            TO  WS-LINHAS-IMPRESSAS
           .
      *--------------------------------------------------------------*
      *    GRAVA NO RELMOVI UMA LINHA DE RESUMO JA MONTADA EM
      *    WS-LINHA-RESUMO, DEIXANDO A AREA EM BRANCO PARA A PROXIMA
      *--------------------------------------------------------------*
       097-IMPRIMIR-RESUMO.

           WRITE WS-LINHA-RELMOVI  FROM  WS-LINHA-RESUMO
           MOVE  SPACES            TO    WS-LINHA-RESUMO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           WRITE WS-LINHA-RELMOVI FROM SPACES
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG028        *'
           DISPLAY ' *----------------------------------------*'
           STRING ' *   TOTAIS DE CONTROLE - RSPRG028'
              DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * REGISTROS LIDOS - ARQJRNL   = ' WS-CT-LIDOS
           STRING ' * REGISTROS LIDOS - ARQJRNL   = '
              WS-CT-LIDOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * REGISTROS HDR/TRL (GERACAO) = ' WS-CT-CONTROLE
           STRING ' * REGISTROS HDR/TRL (GERACAO) = '
              WS-CT-CONTROLE DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * OPERACOES IGNORADAS         = ' WS-CT-IGNORADOS
           STRING ' * OPERACOES IGNORADAS         = '
              WS-CT-IGNORADOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * MOVIMENTOS NO MES           = ' WS-CT-MOVIMENTOS
           STRING ' * MOVIMENTOS NO MES           = '
              WS-CT-MOVIMENTOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' *   ENTRADAS                  = ' WS-CT-ENTRADAS
           STRING ' *   ENTRADAS                  = '
              WS-CT-ENTRADAS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' *   SAIDAS                    = ' WS-CT-SAIDAS
           STRING ' *   SAIDAS                    = '
              WS-CT-SAIDAS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * CURSOS COM MOVIMENTO        = ' WS-QTD-CURSOS
           STRING ' * CURSOS COM MOVIMENTO        = '
              WS-QTD-CURSOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO

           IF   CURSO-CHEIO
              DISPLAY ' * ATENCAO - TABELA DE CURSOS EXCEDIDA; '
                 'QUADRO DE PARTE DOS CURSOS INDISPONIVEL *'
              STRING ' * ATENCAO - TABELA DE CURSOS EXCEDIDA *'
                 DELIMITED BY SIZE INTO WS-LINHA-RESUMO
              PERFORM 097-IMPRIMIR-RESUMO
              MOVE 8  TO  RETURN-CODE
           END-IF
           DISPLAY ' *========================================*'

           PERFORM 098-GRAVAR-EXECUCAO

           CLOSE RELMOVI
           CLOSE ARQJRNL
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO DE CONTROLE DESTA EXECUCAO NO ARQEXEC
      *    (PROGRAMA, DATA/HORA, ANO DA REFERENCIA, TOTAIS E RETURN
      *    CODE), PARA O RESUMO DIARIO DE OPERACAO (RSPRG013). O
      *    MOVIMENTO NAO TEM LOTE: BIMESTRE ZERADO E TIPO EM BRANCO
      *--------------------------------------------------------------*
       098-GRAVAR-EXECUCAO.

           ACCEPT WS-DATA-CORRENTE   FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRENTE-X FROM TIME
           MOVE 'RSPRG028'        TO  WS-EXE-PROGRAMA
           MOVE WS-DATA-CORRENTE  TO  WS-EXE-DATA
           MOVE WS-HORA-CORRENTE  TO  WS-EXE-HORA
           MOVE WS-REF-ANO        TO  WS-EXE-ANO
           MOVE ZEROS             TO  WS-EXE-BIM
           MOVE SPACES            TO  WS-EXE-TIPO
           MOVE WS-CT-LIDOS       TO  WS-EXE-LIDOS
           MOVE WS-CT-MOVIMENTOS  TO  WS-EXE-ACEITOS
           MOVE WS-CT-IGNORADOS   TO  WS-EXE-REJEITADOS
           MOVE RETURN-CODE       TO  WS-EXE-RC

           OPEN EXTEND ARQEXEC
           IF   WS-EXEC-STATUS NOT = '00' AND NOT = '05'
              OPEN OUTPUT ARQEXEC
           END-IF
           WRITE WS-LINHA-EXEC FROM WS-REG-EXEC
           CLOSE ARQEXEC
           .
      *---------------> FIM DO PROGRAMA RSPRG028 <-------------------*

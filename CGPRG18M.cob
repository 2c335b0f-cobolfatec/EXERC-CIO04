       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG016.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANUTENCAO BATCH DA GRADE CURRICULAR (ARQGRAD) -
      *           CATALOGO CURSO X DISCIPLINA COM NOME DA
      *           DISCIPLINA, CARGA HORARIA E ANOS DE VIGENCIA - POR
      *           DECK DE TRANSACOES NA SYSIN: INCLUSAO (I),
      *           ALTERACAO (A) E EXCLUSAO (E), COM LISTAGEM DE
      *           APLICADAS/REJEITADAS (RELGRAD) E O MOTIVO DE CADA
      *           REJEICAO. A GRADE E A REFERENCIA DA VALIDACAO DE
      *           CURSO/DISCIPLINA DO RSPRG002 E DAS PENDENCIAS DE
      *           LANCAMENTO DO RSPRG017
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  150001  PROGRAMA DE MANUTENCAO DA GRADE
      *                          CURRICULAR (ARQGRAD) CRIADO.
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
           SELECT RELGRAD   ASSIGN TO RELGRAD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQGRAD   ASSIGN TO ARQGRAD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WS-GRD-CHAVE
               FILE STATUS  IS WS-GRD-STATUS.
           SELECT ARQEXEC   ASSIGN TO ARQEXEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXEC-STATUS.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> RELGRAD - LISTAGEM DA MANUTENCAO DA GRADE (IMPRESSAO)
       FD  RELGRAD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-RELGRAD      PIC X(132).
      *-----> ARQGRAD - GRADE CURRICULAR CURSO X DISCIPLINA (VSAM
      *       KSDS, DD NO JCL). VIGENCIA: A DISCIPLINA VALE PARA O
      *       CURSO DO ANO INICIAL ATE O ANO FINAL (ZEROS = SEM
      *       TERMINO PREVISTO)
       FD  ARQGRAD
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-GRADE.
           05  WS-GRD-CHAVE.
               10  WS-GRD-CUR     PIC X(12).
               10  WS-GRD-DIS     PIC X(03).
           05  WS-GRD-NOME-DIS    PIC X(30).
           05  WS-GRD-CARGA-HOR   PIC 9(03).
           05  WS-GRD-ANO-INI     PIC 9(04).
           05  WS-GRD-ANO-FIM     PIC 9(04).
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
           05  WS-CT-APLICADAS        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-REJEITADAS       PIC 9(06)      VALUE ZEROS.
           05  WS-CT-INCLUSOES        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-ALTERACOES       PIC 9(06)      VALUE ZEROS.
           05  WS-CT-EXCLUSOES        PIC 9(06)      VALUE ZEROS.

      *-----> CONTROLE DA GRADE CURRICULAR (ARQGRAD)
       01  WS-GRD-STATUS              PIC X(02)      VALUE '00'.

      *-----> CONTROLE DO ARQUIVO DE EXECUCOES (ARQEXEC)
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

      *-----> INDICADOR DE VALIDACAO DA TRANSACAO LIDA NA SYSIN
       01  WS-TRN-VALIDA              PIC X(01)      VALUE 'S'.
           88  TRN-VALIDA                            VALUE 'S'.
           88  TRN-INVALIDA                          VALUE 'N'.

      *-----> MOTIVO DA REJEICAO DA TRANSACAO CORRENTE
       01  WS-TRN-MOTIVO              PIC X(40)      VALUE SPACES.

      *-----> CONTROLE DE PAGINACAO DA LISTAGEM
       01  WS-AREA-RELATORIO.
           05  WS-LINHAS-IMPRESSAS    PIC 9(02)      VALUE ZEROS.
           05  WS-MAX-LINHAS          PIC 9(02)      VALUE 20.
           05  WS-PAGINA              PIC 9(04)      VALUE ZEROS.

      *-----> ENTRADA - TRANSACOES DE MANUTENCAO VIA SYSIN
      *       TIPO: I=INCLUSAO  A=ALTERACAO  E=EXCLUSAO
       01  WS-REG-TRANS.
           05  WS-TRN-TIPO        PIC X(01).
               88  TRN-INCLUSAO              VALUE 'I'.
               88  TRN-ALTERACAO             VALUE 'A'.
               88  TRN-EXCLUSAO              VALUE 'E'.
           05  WS-TRN-CUR         PIC X(12).
           05  WS-TRN-DIS         PIC X(03).
           05  WS-TRN-NOME-DIS    PIC X(30).
           05  WS-TRN-CARGA-HOR   PIC 9(03).
           05  WS-TRN-ANO-INI     PIC 9(04).
           05  WS-TRN-ANO-FIM     PIC 9(04).

      *-----> LAYOUTS DA LISTAGEM DE MANUTENCAO (RELGRAD)
       01  WS-CAB-01.
           05  FILLER              PIC X(20) VALUE 'RSPRG016'.
           05  FILLER              PIC X(52) VALUE
               'MANUTENCAO DA GRADE CURRICULAR'.
           05  FILLER              PIC X(08) VALUE 'PAGINA: '.
           05  WS-CAB-PAGINA       PIC ZZZ9.
           05  FILLER              PIC X(48) VALUE SPACES.

       01  WS-CAB-02.
           05  FILLER              PIC X(04) VALUE 'TIPO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'CURSO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE 'DIS'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE
               'NOME DA DISCIPLINA'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE 'RESULTADO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(40) VALUE 'MOTIVO'.
           05  FILLER              PIC X(29) VALUE SPACES.

       01  WS-LINHA-DETALHE.
           05  WS-DET-TIPO         PIC X(01).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-DET-CUR          PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-DIS          PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-NOME-DIS     PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-RESULT       PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-MOTIVO       PIC X(40).
           05  FILLER              PIC X(29) VALUE SPACES.

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
       000-RSPRG016.

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

           OPEN OUTPUT RELGRAD
           PERFORM 014-ABRIR-GRADE
           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    ABRE A GRADE CURRICULAR, CRIANDO-A SE AINDA NAO EXISTIR
      *    (PRIMEIRA CARGA DO CATALOGO)
      *--------------------------------------------------------------*
       014-ABRIR-GRADE.

           OPEN I-O ARQGRAD
           IF   WS-GRD-STATUS = '35'
              OPEN OUTPUT ARQGRAD
              CLOSE ARQGRAD
              OPEN I-O ARQGRAD
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
      *    VALIDA A TRANSACAO ANTES DE APLICA-LA A GRADE. A CHAVE
      *    (CURSO+DISCIPLINA) E O TIPO SAO SEMPRE EXIGIDOS; OS
      *    DEMAIS CAMPOS SOMENTE NA INCLUSAO E NA ALTERACAO (A
      *    EXCLUSAO SO PRECISA DA CHAVE)
      *--------------------------------------------------------------*
       026-VALIDAR-TRANSACAO.

           MOVE  'S'     TO  WS-TRN-VALIDA
           MOVE  SPACES  TO  WS-TRN-MOTIVO

           IF   NOT TRN-INCLUSAO
            AND NOT TRN-ALTERACAO
            AND NOT TRN-EXCLUSAO
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'TIPO INVALIDO (ESPERADO I, A OU E)'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   WS-TRN-CUR = SPACES
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'CURSO EM BRANCO'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   WS-TRN-DIS = SPACES
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'DISCIPLINA EM BRANCO'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   TRN-EXCLUSAO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   WS-TRN-NOME-DIS = SPACES
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'NOME DA DISCIPLINA EM BRANCO'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   WS-TRN-CARGA-HOR NOT NUMERIC
            OR  WS-TRN-CARGA-HOR = ZEROS
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'CARGA HORARIA EM BRANCO/NAO NUMERICA'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   WS-TRN-ANO-INI NOT NUMERIC
            OR  WS-TRN-ANO-INI = ZEROS
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'ANO INICIAL DE VIGENCIA INVALIDO'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   WS-TRN-ANO-FIM NOT NUMERIC
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'ANO FINAL DE VIGENCIA NAO NUMERICO'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   WS-TRN-ANO-FIM NOT = ZEROS
            AND WS-TRN-ANO-FIM < WS-TRN-ANO-INI
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'ANO FINAL DE VIGENCIA ANTES DO INICIAL'
                        TO  WS-TRN-MOTIVO
           END-IF
           .
       026-VALIDAR-TRANSACAO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    APLICA A TRANSACAO CORRENTE A GRADE E GRAVA O RESULTADO
      *    (APLICADA OU REJEITADA, COM MOTIVO) NA LISTAGEM RELGRAD
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF   TRN-INVALIDA
              PERFORM 036-LISTAR-REJEITADA
              PERFORM 025-LER-SYSIN
              GO TO 030-PROCESSAR-EXIT
           END-IF

           EVALUATE TRUE
              WHEN TRN-INCLUSAO
                 PERFORM 031-INCLUIR-GRADE
              WHEN TRN-ALTERACAO
                 PERFORM 032-ALTERAR-GRADE
              WHEN TRN-EXCLUSAO
                 PERFORM 033-EXCLUIR-GRADE
           END-EVALUATE

           IF   TRN-VALIDA
              PERFORM 034-LISTAR-APLICADA
           ELSE
              PERFORM 036-LISTAR-REJEITADA
           END-IF

           PERFORM 025-LER-SYSIN
           .
       030-PROCESSAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    INCLUSAO: GRAVA NOVA DISCIPLINA NA GRADE DO CURSO; CHAVE
      *    JA EXISTENTE (FILE STATUS 22) E REJEITADA
      *--------------------------------------------------------------*
       031-INCLUIR-GRADE.

           PERFORM 035-MONTAR-REG-GRADE
           WRITE WS-REG-GRADE
           EVALUATE WS-GRD-STATUS
              WHEN '00'
                 ADD 1  TO  WS-CT-INCLUSOES
              WHEN '22'
                 MOVE 'N'  TO  WS-TRN-VALIDA
                 MOVE 'DISCIPLINA JA EXISTE NA GRADE DO CURSO'
                           TO  WS-TRN-MOTIVO
              WHEN OTHER
                 MOVE 'N'  TO  WS-TRN-VALIDA
                 STRING 'ERRO DE GRAVACAO NA GRADE - FS '
                    WS-GRD-STATUS DELIMITED BY SIZE
                    INTO WS-TRN-MOTIVO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ALTERACAO: REGRAVA A DISCIPLINA NA GRADE DO CURSO; CHAVE
      *    INEXISTENTE (FILE STATUS 23) E REJEITADA
      *--------------------------------------------------------------*
       032-ALTERAR-GRADE.

           MOVE WS-TRN-CUR  TO  WS-GRD-CUR
           MOVE WS-TRN-DIS  TO  WS-GRD-DIS
           READ ARQGRAD
           EVALUATE WS-GRD-STATUS
              WHEN '00'
                 PERFORM 035-MONTAR-REG-GRADE
                 REWRITE WS-REG-GRADE
                 IF   WS-GRD-STATUS = '00'
                    ADD 1  TO  WS-CT-ALTERACOES
                 ELSE
                    MOVE 'N'  TO  WS-TRN-VALIDA
                    STRING 'ERRO DE REGRAVACAO NA GRADE - FS '
                       WS-GRD-STATUS DELIMITED BY SIZE
                       INTO WS-TRN-MOTIVO
                 END-IF
              WHEN '23'
                 MOVE 'N'  TO  WS-TRN-VALIDA
                 MOVE 'DISCIPLINA NAO ENCONTRADA NA GRADE'
                           TO  WS-TRN-MOTIVO
              WHEN OTHER
                 MOVE 'N'  TO  WS-TRN-VALIDA
                 STRING 'ERRO DE LEITURA NA GRADE - FS '
                    WS-GRD-STATUS DELIMITED BY SIZE
                    INTO WS-TRN-MOTIVO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    EXCLUSAO: ELIMINA A DISCIPLINA DA GRADE DO CURSO; CHAVE
      *    INEXISTENTE (FILE STATUS 23) E REJEITADA. PARA RETIRAR
      *    UMA DISCIPLINA DO CURRICULO SEM INVALIDAR OS ANOS EM QUE
      *    VIGOROU, PREFERIR A ALTERACAO DO ANO FINAL DE VIGENCIA
      *--------------------------------------------------------------*
       033-EXCLUIR-GRADE.

           MOVE WS-TRN-CUR  TO  WS-GRD-CUR
           MOVE WS-TRN-DIS  TO  WS-GRD-DIS
           READ ARQGRAD
           EVALUATE WS-GRD-STATUS
              WHEN '00'
                 MOVE WS-GRD-NOME-DIS  TO  WS-TRN-NOME-DIS
                 DELETE ARQGRAD RECORD
                 IF   WS-GRD-STATUS = '00'
                    ADD 1  TO  WS-CT-EXCLUSOES
                 ELSE
                    MOVE 'N'  TO  WS-TRN-VALIDA
                    STRING 'ERRO DE EXCLUSAO NA GRADE - FS '
                       WS-GRD-STATUS DELIMITED BY SIZE
                       INTO WS-TRN-MOTIVO
                 END-IF
              WHEN '23'
                 MOVE 'N'  TO  WS-TRN-VALIDA
                 MOVE 'DISCIPLINA NAO ENCONTRADA NA GRADE'
                           TO  WS-TRN-MOTIVO
              WHEN OTHER
                 MOVE 'N'  TO  WS-TRN-VALIDA
                 STRING 'ERRO DE LEITURA NA GRADE - FS '
                    WS-GRD-STATUS DELIMITED BY SIZE
                    INTO WS-TRN-MOTIVO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    MONTA O REGISTRO DA GRADE A PARTIR DA TRANSACAO
      *--------------------------------------------------------------*
       035-MONTAR-REG-GRADE.

           MOVE WS-TRN-CUR        TO  WS-GRD-CUR
           MOVE WS-TRN-DIS        TO  WS-GRD-DIS
           MOVE WS-TRN-NOME-DIS   TO  WS-GRD-NOME-DIS
           MOVE WS-TRN-CARGA-HOR  TO  WS-GRD-CARGA-HOR
           MOVE WS-TRN-ANO-INI    TO  WS-GRD-ANO-INI
           MOVE WS-TRN-ANO-FIM    TO  WS-GRD-ANO-FIM
           .
      *--------------------------------------------------------------*
      *    LISTA UMA TRANSACAO APLICADA NA RELGRAD
      *--------------------------------------------------------------*
       034-LISTAR-APLICADA.

           ADD  1            TO  WS-CT-APLICADAS
           MOVE 'APLICADA '  TO  WS-DET-RESULT
           MOVE SPACES       TO  WS-DET-MOTIVO
           PERFORM 037-LISTAR-TRANSACAO
           .
      *--------------------------------------------------------------*
      *    LISTA UMA TRANSACAO REJEITADA NA RELGRAD, COM O MOTIVO
      *--------------------------------------------------------------*
       036-LISTAR-REJEITADA.

           ADD  1              TO  WS-CT-REJEITADAS
           MOVE 'REJEITADA'    TO  WS-DET-RESULT
           MOVE WS-TRN-MOTIVO  TO  WS-DET-MOTIVO
           PERFORM 037-LISTAR-TRANSACAO
           .
      *--------------------------------------------------------------*
      *    GRAVA A LINHA DE DETALHE DA TRANSACAO NA RELGRAD, COM
      *    CABECALHO E QUEBRA DE PAGINA A CADA WS-MAX-LINHAS
      *--------------------------------------------------------------*
       037-LISTAR-TRANSACAO.

           IF  WS-LINHAS-IMPRESSAS = ZEROS
            OR WS-LINHAS-IMPRESSAS >= WS-MAX-LINHAS
              PERFORM 038-IMPRIMIR-CABECALHO
           END-IF

           MOVE  WS-TRN-TIPO      TO  WS-DET-TIPO
           MOVE  WS-TRN-CUR       TO  WS-DET-CUR
           MOVE  WS-TRN-DIS       TO  WS-DET-DIS
           MOVE  WS-TRN-NOME-DIS  TO  WS-DET-NOME-DIS

           WRITE WS-LINHA-RELGRAD FROM WS-LINHA-DETALHE
           ADD   1                TO  WS-LINHAS-IMPRESSAS
           .
      *--------------------------------------------------------------*
      *    IMPRIME CABECALHO DE PAGINA DA LISTAGEM (RELGRAD)
      *--------------------------------------------------------------*
       038-IMPRIMIR-CABECALHO.

           ADD   1                TO  WS-PAGINA
           MOVE  WS-PAGINA        TO  WS-CAB-PAGINA

           IF  WS-PAGINA > 1
              WRITE WS-LINHA-RELGRAD FROM SPACES
                 AFTER ADVANCING PAGE
           ELSE
              WRITE WS-LINHA-RELGRAD FROM SPACES
           END-IF

           WRITE WS-LINHA-RELGRAD FROM WS-CAB-01
           WRITE WS-LINHA-RELGRAD FROM WS-CAB-02
           WRITE WS-LINHA-RELGRAD FROM SPACES
           MOVE  ZEROS            TO  WS-LINHAS-IMPRESSAS
           .
      *--------------------------------------------------------------*
      *    GRAVA NA RELGRAD UMA LINHA DE RESUMO JA MONTADA EM
      *    WS-LINHA-RESUMO, DEIXANDO A AREA EM BRANCO PARA A PROXIMA
      *--------------------------------------------------------------*
       097-IMPRIMIR-RESUMO.

           WRITE WS-LINHA-RELGRAD  FROM  WS-LINHA-RESUMO
           MOVE  SPACES            TO    WS-LINHA-RESUMO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           WRITE WS-LINHA-RELGRAD FROM SPACES
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG016        *'
           DISPLAY ' *----------------------------------------*'
           STRING ' *   TOTAIS DE CONTROLE - RSPRG016'
              DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * TRANSACOES LIDAS   - SYSIN  = ' WS-CT-LIDAS
           STRING ' * TRANSACOES LIDAS   - SYSIN  = '
              WS-CT-LIDAS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * TRANSACOES APLICADAS        = ' WS-CT-APLICADAS
           STRING ' * TRANSACOES APLICADAS        = '
              WS-CT-APLICADAS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * TRANSACOES REJEITADAS       = ' WS-CT-REJEITADAS
           STRING ' * TRANSACOES REJEITADAS       = '
              WS-CT-REJEITADAS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * INCLUSOES APLICADAS         = ' WS-CT-INCLUSOES
           STRING ' * INCLUSOES APLICADAS         = '
              WS-CT-INCLUSOES DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * ALTERACOES APLICADAS        = ' WS-CT-ALTERACOES
           STRING ' * ALTERACOES APLICADAS        = '
              WS-CT-ALTERACOES DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * EXCLUSOES APLICADAS         = ' WS-CT-EXCLUSOES
           STRING ' * EXCLUSOES APLICADAS         = '
              WS-CT-EXCLUSOES DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' *========================================*'

           PERFORM 098-GRAVAR-EXECUCAO

           CLOSE RELGRAD
           CLOSE ARQGRAD
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO DE CONTROLE DESTA EXECUCAO NO ARQEXEC
      *    (PROGRAMA, DATA/HORA, TOTAIS E RETURN CODE), PARA O
      *    RESUMO DIARIO DE OPERACAO (RSPRG013). A MANUTENCAO NAO
      *    TEM LOTE: ANO/BIMESTRE FICAM ZERADOS E O TIPO EM BRANCO
      *--------------------------------------------------------------*
       098-GRAVAR-EXECUCAO.

           ACCEPT WS-DATA-CORRENTE   FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRENTE-X FROM TIME
           MOVE 'RSPRG016'        TO  WS-EXE-PROGRAMA
           MOVE WS-DATA-CORRENTE  TO  WS-EXE-DATA
           MOVE WS-HORA-CORRENTE  TO  WS-EXE-HORA
           MOVE ZEROS             TO  WS-EXE-ANO
           MOVE ZEROS             TO  WS-EXE-BIM
           MOVE SPACES            TO  WS-EXE-TIPO
           MOVE WS-CT-LIDAS       TO  WS-EXE-LIDOS
           MOVE WS-CT-APLICADAS   TO  WS-EXE-ACEITOS
           MOVE WS-CT-REJEITADAS  TO  WS-EXE-REJEITADOS
           MOVE RETURN-CODE       TO  WS-EXE-RC

           OPEN EXTEND ARQEXEC
           IF   WS-EXEC-STATUS NOT = '00' AND NOT = '05'
              OPEN OUTPUT ARQEXEC
           END-IF
           WRITE WS-LINHA-EXEC FROM WS-REG-EXEC
           CLOSE ARQEXEC
           .
      *---------------> FIM DO PROGRAMA RSPRG016 <-------------------*

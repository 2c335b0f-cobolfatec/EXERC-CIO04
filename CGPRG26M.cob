       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG024.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANUTENCAO BATCH DO CADASTRO DE RESPONSAVEIS
      *           (ARQRESP) - UM RESPONSAVEL POR ALUNO, COM NOME,
      *           CELULAR, E-MAIL, CANAL PREFERIDO (S=SMS OU
      *           E=E-MAIL) E OPCAO DE NAO RECEBER AVISOS - POR DECK
      *           DE TRANSACOES NA SYSIN: INCLUSAO (I), ALTERACAO
      *           (A) E EXCLUSAO (E), COM LISTAGEM DE APLICADAS/
      *           REJEITADAS (RELRESP) E O MOTIVO DE CADA REJEICAO.
      *           O CADASTRO E A REFERENCIA DOS AVISOS AOS
      *           RESPONSAVEIS DO RSPRG025
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  230001  PROGRAMA DE MANUTENCAO DO CADASTRO
      *                          DE RESPONSAVEIS (ARQRESP) CRIADO.
      *  V02    10/2026  230002  MESTRE (ARQMEST) COM A SITUACAO DA
      *                          MATRICULA, DATA EFETIVA E MOTIVO,
      *                          108 BYTES (ACOMPANHA O RSPRG002
      *                          V27). SEM MUDANCA DE PROCESSAMENTO.
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
           SELECT RELRESP   ASSIGN TO RELRESP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQRESP   ASSIGN TO ARQRESP
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WS-RSP-NUM
               FILE STATUS  IS WS-RSP-STATUS.
           SELECT ARQMEST   ASSIGN TO ARQMEST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WS-MEST-NUM
               FILE STATUS  IS WS-MEST-STATUS.
           SELECT ARQEXEC   ASSIGN TO ARQEXEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXEC-STATUS.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> RELRESP - LISTAGEM DA MANUTENCAO DOS RESPONSAVEIS
       FD  RELRESP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-RELRESP      PIC X(132).
      *-----> ARQRESP - CADASTRO DE RESPONSAVEIS POR ALUNO (VSAM
      *       KSDS, DD NO JCL). CANAL: S=SMS (CELULAR) E=E-MAIL;
      *       OPTOU-FORA = S: O RESPONSAVEL NAO RECEBE AVISOS
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

      *-----> CONTROLE DO CADASTRO DE RESPONSAVEIS (ARQRESP) E DO
      *       MESTRE DE ALUNOS (ARQMEST)
       01  WS-RSP-STATUS              PIC X(02)      VALUE '00'.
       01  WS-MEST-STATUS             PIC X(02)      VALUE '00'.

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

      *-----> QUANTIDADE DE ARROBAS NO E-MAIL DA TRANSACAO
       77  WS-QTD-ARROBA              PIC 9(02)      VALUE ZEROS.

      *-----> CONTROLE DE PAGINACAO DA LISTAGEM
       01  WS-AREA-RELATORIO.
           05  WS-LINHAS-IMPRESSAS    PIC 9(02)      VALUE ZEROS.
           05  WS-MAX-LINHAS          PIC 9(02)      VALUE 20.
           05  WS-PAGINA              PIC 9(04)      VALUE ZEROS.

      *-----> ENTRADA - TRANSACOES DE MANUTENCAO VIA SYSIN
      *       TIPO: I=INCLUSAO  A=ALTERACAO  E=EXCLUSAO
      *       CELULAR: DDD + NUMERO, 11 DIGITOS
       01  WS-REG-TRANS.
           05  WS-TRN-TIPO        PIC X(01).
               88  TRN-INCLUSAO              VALUE 'I'.
               88  TRN-ALTERACAO             VALUE 'A'.
               88  TRN-EXCLUSAO              VALUE 'E'.
           05  WS-TRN-NUM         PIC 9(04).
           05  WS-TRN-NOME        PIC X(30).
           05  WS-TRN-CELULAR     PIC X(11).
           05  WS-TRN-EMAIL       PIC X(40).
           05  WS-TRN-CANAL       PIC X(01).
               88  TRN-CANAL-SMS             VALUE 'S'.
               88  TRN-CANAL-EMAIL           VALUE 'E'.
           05  WS-TRN-OPTOU-FORA  PIC X(01).

      *-----> LAYOUTS DA LISTAGEM DE MANUTENCAO (RELRESP)
       01  WS-CAB-01.
           05  FILLER              PIC X(20) VALUE 'RSPRG024'.
           05  FILLER              PIC X(52) VALUE
               'MANUTENCAO DO CADASTRO DE RESPONSAVEIS'.
           05  FILLER              PIC X(08) VALUE 'PAGINA: '.
           05  WS-CAB-PAGINA       PIC ZZZ9.
           05  FILLER              PIC X(48) VALUE SPACES.

       01  WS-CAB-02.
           05  FILLER              PIC X(04) VALUE 'TIPO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'ALUNO'.
           05  FILLER              PIC X(30) VALUE
               'NOME DO RESPONSAVEL'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'CANAL'.
           05  FILLER              PIC X(09) VALUE 'RESULTADO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(40) VALUE 'MOTIVO'.
           05  FILLER              PIC X(34) VALUE SPACES.

       01  WS-LINHA-DETALHE.
           05  WS-DET-TIPO         PIC X(01).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-DET-NUM          PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-NOME         PIC X(30).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DET-CANAL        PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-RESULT       PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-MOTIVO       PIC X(40).
           05  FILLER              PIC X(35) VALUE SPACES.

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
       000-RSPRG024.

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

           OPEN OUTPUT RELRESP
           OPEN INPUT  ARQMEST
           IF   WS-MEST-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQMEST NAO DISPONIVEL PARA LEITURA '
                 '- FS ' WS-MEST-STATUS ' *'
              CLOSE RELRESP
              MOVE 16  TO  RETURN-CODE
              PERFORM 098-GRAVAR-EXECUCAO
              STOP RUN
           END-IF
           PERFORM 014-ABRIR-RESPONSAVEIS
           ACCEPT WS-DATA-CORRENTE  FROM DATE YYYYMMDD
           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    ABRE O CADASTRO DE RESPONSAVEIS, CRIANDO-O SE AINDA NAO
      *    EXISTIR (PRIMEIRA CARGA DO CADASTRO)
      *--------------------------------------------------------------*
       014-ABRIR-RESPONSAVEIS.

           OPEN I-O ARQRESP
           IF   WS-RSP-STATUS = '35'
              OPEN OUTPUT ARQRESP
              CLOSE ARQRESP
              OPEN I-O ARQRESP
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
      *    VALIDA A TRANSACAO ANTES DE APLICA-LA AO CADASTRO. O
      *    NUMERO DO ALUNO E O TIPO SAO SEMPRE EXIGIDOS; OS DEMAIS
      *    CAMPOS SOMENTE NA INCLUSAO E NA ALTERACAO (A EXCLUSAO SO
      *    PRECISA DO NUMERO). O CANAL PREFERIDO EXIGE O CONTATO
      *    CORRESPONDENTE PREENCHIDO
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

           IF   WS-TRN-NUM NOT NUMERIC
            OR  WS-TRN-NUM = ZEROS
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'NUMERO DO ALUNO INVALIDO'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   TRN-EXCLUSAO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   WS-TRN-NOME = SPACES
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'NOME DO RESPONSAVEL EM BRANCO'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   WS-TRN-CELULAR NOT = SPACES
            AND WS-TRN-CELULAR NOT NUMERIC
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'CELULAR INVALIDO (DDD + NUMERO, 11 DIG.)'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   WS-TRN-EMAIL NOT = SPACES
              MOVE ZEROS  TO  WS-QTD-ARROBA
              INSPECT WS-TRN-EMAIL TALLYING WS-QTD-ARROBA
                 FOR ALL '@'
              IF   WS-QTD-ARROBA NOT = 1
               OR  WS-TRN-EMAIL (1:1) = '@'
                 MOVE 'N'  TO  WS-TRN-VALIDA
                 MOVE 'E-MAIL INVALIDO'
                           TO  WS-TRN-MOTIVO
                 GO TO 026-VALIDAR-TRANSACAO-EXIT
              END-IF
           END-IF

           IF   NOT TRN-CANAL-SMS
            AND NOT TRN-CANAL-EMAIL
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'CANAL INVALIDO (ESPERADO S OU E)'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   TRN-CANAL-SMS
            AND WS-TRN-CELULAR = SPACES
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'CANAL SMS SEM CELULAR'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   TRN-CANAL-EMAIL
            AND WS-TRN-EMAIL = SPACES
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'CANAL E-MAIL SEM ENDERECO DE E-MAIL'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   WS-TRN-OPTOU-FORA = SPACES
              MOVE 'N'  TO  WS-TRN-OPTOU-FORA
           END-IF
           IF   WS-TRN-OPTOU-FORA NOT = 'S'
            AND WS-TRN-OPTOU-FORA NOT = 'N'
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'OPCAO DE NAO RECEBER INVALIDA (S OU N)'
                        TO  WS-TRN-MOTIVO
           END-IF
           .
       026-VALIDAR-TRANSACAO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    APLICA A TRANSACAO CORRENTE AO CADASTRO E GRAVA O
      *    RESULTADO (APLICADA OU REJEITADA, COM MOTIVO) NA RELRESP
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF   TRN-INVALIDA
              PERFORM 036-LISTAR-REJEITADA
              PERFORM 025-LER-SYSIN
              GO TO 030-PROCESSAR-EXIT
           END-IF

           EVALUATE TRUE
              WHEN TRN-INCLUSAO
                 PERFORM 031-INCLUIR-RESPONSAVEL
              WHEN TRN-ALTERACAO
                 PERFORM 032-ALTERAR-RESPONSAVEL
              WHEN TRN-EXCLUSAO
                 PERFORM 033-EXCLUIR-RESPONSAVEL
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
      *    INCLUSAO: O ALUNO TEM DE EXISTIR NO MESTRE; GRAVA O
      *    RESPONSAVEL NO CADASTRO E REJEITA ALUNO QUE JA TEM
      *    RESPONSAVEL (FILE STATUS 22)
      *--------------------------------------------------------------*
       031-INCLUIR-RESPONSAVEL.

           MOVE WS-TRN-NUM  TO  WS-MEST-NUM
           READ ARQMEST
           IF   WS-MEST-STATUS NOT = '00'
              MOVE 'N'  TO  WS-TRN-VALIDA
              IF   WS-MEST-STATUS = '23'
                 MOVE 'ALUNO NAO ENCONTRADO NO MESTRE'
                           TO  WS-TRN-MOTIVO
              ELSE
                 STRING 'ERRO DE LEITURA NO MESTRE - FS '
                    WS-MEST-STATUS DELIMITED BY SIZE
                    INTO WS-TRN-MOTIVO
              END-IF
           ELSE
              PERFORM 035-MONTAR-REG-RESP
              WRITE WS-REG-RESP
              EVALUATE WS-RSP-STATUS
                 WHEN '00'
                    ADD 1  TO  WS-CT-INCLUSOES
                 WHEN '22'
                    MOVE 'N'  TO  WS-TRN-VALIDA
                    MOVE 'ALUNO JA TEM RESPONSAVEL CADASTRADO'
                              TO  WS-TRN-MOTIVO
                 WHEN OTHER
                    MOVE 'N'  TO  WS-TRN-VALIDA
                    STRING 'ERRO DE GRAVACAO NO CADASTRO - FS '
                       WS-RSP-STATUS DELIMITED BY SIZE
                       INTO WS-TRN-MOTIVO
              END-EVALUATE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERACAO: REGRAVA O RESPONSAVEL DO ALUNO; ALUNO SEM
      *    RESPONSAVEL (FILE STATUS 23) E REJEITADO
      *--------------------------------------------------------------*
       032-ALTERAR-RESPONSAVEL.

           MOVE WS-TRN-NUM  TO  WS-RSP-NUM
           READ ARQRESP
           EVALUATE WS-RSP-STATUS
              WHEN '00'
                 PERFORM 035-MONTAR-REG-RESP
                 REWRITE WS-REG-RESP
                 IF   WS-RSP-STATUS = '00'
                    ADD 1  TO  WS-CT-ALTERACOES
                 ELSE
                    MOVE 'N'  TO  WS-TRN-VALIDA
                    STRING 'ERRO DE REGRAVACAO NO CADASTRO - FS '
                       WS-RSP-STATUS DELIMITED BY SIZE
                       INTO WS-TRN-MOTIVO
                 END-IF
              WHEN '23'
                 MOVE 'N'  TO  WS-TRN-VALIDA
                 MOVE 'RESPONSAVEL NAO ENCONTRADO NO CADASTRO'
                           TO  WS-TRN-MOTIVO
              WHEN OTHER
                 MOVE 'N'  TO  WS-TRN-VALIDA
                 STRING 'ERRO DE LEITURA NO CADASTRO - FS '
                    WS-RSP-STATUS DELIMITED BY SIZE
                    INTO WS-TRN-MOTIVO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    EXCLUSAO: ELIMINA O RESPONSAVEL DO ALUNO; ALUNO SEM
      *    RESPONSAVEL (FILE STATUS 23) E REJEITADO. PARA APENAS
      *    SUSPENDER OS AVISOS, PREFERIR A ALTERACAO DA OPCAO DE
      *    NAO RECEBER
      *--------------------------------------------------------------*
       033-EXCLUIR-RESPONSAVEL.

           MOVE WS-TRN-NUM  TO  WS-RSP-NUM
           READ ARQRESP
           EVALUATE WS-RSP-STATUS
              WHEN '00'
                 MOVE WS-RSP-NOME   TO  WS-TRN-NOME
                 MOVE WS-RSP-CANAL  TO  WS-TRN-CANAL
                 DELETE ARQRESP RECORD
                 IF   WS-RSP-STATUS = '00'
                    ADD 1  TO  WS-CT-EXCLUSOES
                 ELSE
                    MOVE 'N'  TO  WS-TRN-VALIDA
                    STRING 'ERRO DE EXCLUSAO NO CADASTRO - FS '
                       WS-RSP-STATUS DELIMITED BY SIZE
                       INTO WS-TRN-MOTIVO
                 END-IF
              WHEN '23'
                 MOVE 'N'  TO  WS-TRN-VALIDA
                 MOVE 'RESPONSAVEL NAO ENCONTRADO NO CADASTRO'
                           TO  WS-TRN-MOTIVO
              WHEN OTHER
                 MOVE 'N'  TO  WS-TRN-VALIDA
                 STRING 'ERRO DE LEITURA NO CADASTRO - FS '
                    WS-RSP-STATUS DELIMITED BY SIZE
                    INTO WS-TRN-MOTIVO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    MONTA O REGISTRO DO RESPONSAVEL A PARTIR DA TRANSACAO,
      *    COM A DATA DA ATUALIZACAO
      *--------------------------------------------------------------*
       035-MONTAR-REG-RESP.

           MOVE WS-TRN-NUM         TO  WS-RSP-NUM
           MOVE WS-TRN-NOME        TO  WS-RSP-NOME
           MOVE WS-TRN-CELULAR     TO  WS-RSP-CELULAR
           MOVE WS-TRN-EMAIL       TO  WS-RSP-EMAIL
           MOVE WS-TRN-CANAL       TO  WS-RSP-CANAL
           MOVE WS-TRN-OPTOU-FORA  TO  WS-RSP-OPTOU-FORA
           MOVE WS-DATA-CORRENTE   TO  WS-RSP-DATA-ATU
           .
      *--------------------------------------------------------------*
      *    LISTA UMA TRANSACAO APLICADA NA RELRESP
      *--------------------------------------------------------------*
       034-LISTAR-APLICADA.

           ADD  1            TO  WS-CT-APLICADAS
           MOVE 'APLICADA '  TO  WS-DET-RESULT
           MOVE SPACES       TO  WS-DET-MOTIVO
           PERFORM 037-LISTAR-TRANSACAO
           .
      *--------------------------------------------------------------*
      *    LISTA UMA TRANSACAO REJEITADA NA RELRESP, COM O MOTIVO
      *--------------------------------------------------------------*
       036-LISTAR-REJEITADA.

           ADD  1              TO  WS-CT-REJEITADAS
           MOVE 'REJEITADA'    TO  WS-DET-RESULT
           MOVE WS-TRN-MOTIVO  TO  WS-DET-MOTIVO
           PERFORM 037-LISTAR-TRANSACAO
           .
      *--------------------------------------------------------------*
      *    GRAVA A LINHA DE DETALHE DA TRANSACAO NA RELRESP, COM
      *    CABECALHO E QUEBRA DE PAGINA A CADA WS-MAX-LINHAS
      *--------------------------------------------------------------*
       037-LISTAR-TRANSACAO.

           IF  WS-LINHAS-IMPRESSAS = ZEROS
            OR WS-LINHAS-IMPRESSAS >= WS-MAX-LINHAS
              PERFORM 038-IMPRIMIR-CABECALHO
           END-IF

           MOVE  WS-TRN-TIPO      TO  WS-DET-TIPO
           MOVE  WS-TRN-NUM       TO  WS-DET-NUM
           MOVE  WS-TRN-NOME      TO  WS-DET-NOME
           MOVE  WS-TRN-CANAL     TO  WS-DET-CANAL

           WRITE WS-LINHA-RELRESP FROM WS-LINHA-DETALHE
           ADD   1                TO  WS-LINHAS-IMPRESSAS
           .
      *--------------------------------------------------------------*
      *    IMPRIME CABECALHO DE PAGINA DA LISTAGEM (RELRESP)
      *--------------------------------------------------------------*
       038-IMPRIMIR-CABECALHO.

           ADD   1                TO  WS-PAGINA
           MOVE  WS-PAGINA        TO  WS-CAB-PAGINA

           IF  WS-PAGINA > 1
              WRITE WS-LINHA-RELRESP FROM SPACES
                 AFTER ADVANCING PAGE
           ELSE
              WRITE WS-LINHA-RELRESP FROM SPACES
           END-IF

           WRITE WS-LINHA-RELRESP FROM WS-CAB-01
           WRITE WS-LINHA-RELRESP FROM WS-CAB-02
           WRITE WS-LINHA-RELRESP FROM SPACES
           MOVE  ZEROS            TO  WS-LINHAS-IMPRESSAS
           .
      *--------------------------------------------------------------*
      *    GRAVA NA RELRESP UMA LINHA DE RESUMO JA MONTADA EM
      *    WS-LINHA-RESUMO, DEIXANDO A AREA EM BRANCO PARA A PROXIMA
      *--------------------------------------------------------------*
       097-IMPRIMIR-RESUMO.

           WRITE WS-LINHA-RELRESP  FROM  WS-LINHA-RESUMO
           MOVE  SPACES            TO    WS-LINHA-RESUMO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           WRITE WS-LINHA-RELRESP FROM SPACES
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG024        *'
           DISPLAY ' *----------------------------------------*'
           STRING ' *   TOTAIS DE CONTROLE - RSPRG024'
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

           CLOSE RELRESP
           CLOSE ARQRESP
           CLOSE ARQMEST
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
           MOVE 'RSPRG024'        TO  WS-EXE-PROGRAMA
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
      *---------------> FIM DO PROGRAMA RSPRG024 <-------------------*

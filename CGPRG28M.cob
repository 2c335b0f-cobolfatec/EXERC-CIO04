       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG026.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: EMISSAO DOS DOCUMENTOS OFICIAIS DA SECRETARIA A
      *           PEDIDO - DECLARACAO DE MATRICULA (M), DECLARACAO
      *           DE FREQUENCIA (F) E CERTIFICADO DE CONCLUSAO (C) -
      *           POR DECK DE PEDIDOS NA SYSIN (ALUNO, TIPO, ANO,
      *           REQUERENTE E FINALIDADE). CADA DOCUMENTO SAI EM
      *           UMA PAGINA DO RELDOCS, NO PADRAO DE PAGINA DO
      *           BOLETIM (RSPRG012), COM DADOS DO MESTRE (ARQMEST),
      *           DA FREQUENCIA (ARQFREQ) E DO RESULTADO ANUAL DO
      *           HISTORICO (ARQHIST, BIMESTRE 9), E RECEBE UM NUMERO
      *           DE AUTENTICACAO UNICO (ANO + SEQUENCIAL + DIGITO
      *           VERIFICADOR MODULO 11), GRAVADO NO REGISTRO DE
      *           DOCUMENTOS EMITIDOS (ARQDOCS) E CONFERIDO PELO
      *           RSPRG027. RECUSA QUALQUER DOCUMENTO DE ALUNO COM
      *           PENDENCIA FINANCEIRA (ARQFAT, OBRIGATORIO; VAZIO
      *           QUANDO NAO HA DEVEDOR) E O CERTIFICADO DE
      *           QUEM NAO CONCLUIU O CURSO NO BIMESTRE 9 OU TEM O
      *           RESULTADO ANUAL DO ANO PENDENTE DE REFECHAMENTO
      *           (ARQREFC, MARCADO PELO RSPRG018); TODO
      *           PEDIDO SAI NA LISTAGEM DE CONTROLE (RELDCTL), COM
      *           O NUMERO DE AUTENTICACAO OU O MOTIVO DA RECUSA
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  250001  PROGRAMA DE EMISSAO DOS DOCUMENTOS
      *                          OFICIAIS COM REGISTRO DE
      *                          AUTENTICACAO (ARQDOCS) CRIADO.
      *  V02    10/2026  250002  SITUACAO DA MATRICULA (ARQMEST, 108
      *                          BYTES): DECLARACAO DE MATRICULA OU DE
      *                          FREQUENCIA SO PARA MATRICULA ATIVA E
      *                          CERTIFICADO PARA ATIVA OU CONCLUIDA;
      *                          TRANSFERIDO, TRANCADO OU ABANDONO E
      *                          RECUSADO COM A SITUACAO NO MOTIVO.
      *  V03    10/2026  250003  DECLARACAO (M/F) SO DO ANO CORRENTE,
      *                          POIS MOSTRA A SERIE/TURMA E A
      *                          FREQUENCIA ATUAIS. CERTIFICADO SO DO
      *                          ULTIMO ANO DO ALUNO NO HISTORICO E,
      *                          NA MATRICULA CONCLUIDA, DO ANO DO
      *                          ENCERRAMENTO (ANO DA CARGA OU O
      *                          ANTERIOR).
      *  V04    10/2026  250004  CERTIFICADO RECUSADO QUANDO O ANO DA
      *                          CONCLUSAO DO ALUNO TEM RESULTADO
      *                          ANUAL MARCADO PARA REFECHAMENTO NO
      *                          ARQREFC (RSPRG018), ATE O RSPRG007
      *                          SER RESSUBMETIDO.
      *  V05    10/2026  250005  ARQFAT INDISPONIVEL CANCELA A
      *                          EMISSAO (RC 16) EM VEZ DE EMITIR SEM
      *                          CONFERIR A PENDENCIA FINANCEIRA. O
      *                          CONTROLE DO ARQDOCS E REGRAVADO COM
      *                          O NOVO SEQUENCIAL ANTES DA GRAVACAO
      *                          DO DOCUMENTO: FALHA ENTRE AS DUAS SO
      *                          PERDE UM NUMERO, SEM TRAVAR O
      *                          REGISTRO.
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
           SELECT RELDOCS   ASSIGN TO RELDOCS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELDCTL   ASSIGN TO RELDCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQDOCS   ASSIGN TO ARQDOCS
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WS-DOC-NUM-AUT
               FILE STATUS  IS WS-DOCS-STATUS.
           SELECT ARQMEST   ASSIGN TO ARQMEST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WS-MEST-NUM
               FILE STATUS  IS WS-MEST-STATUS.
           SELECT ARQHIST   ASSIGN TO ARQHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WS-HIST-CHAVE
               FILE STATUS  IS WS-HIST-STATUS.
           SELECT ARQFAT    ASSIGN TO ARQFAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-FAT-STATUS.
           SELECT ARQFREQ   ASSIGN TO ARQFREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-FREQ-STATUS.
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
      *-----> RELDOCS - DOCUMENTOS EMITIDOS (DD DE IMPRESSAO)
       FD  RELDOCS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-RELDOCS      PIC X(132).
      *-----> RELDCTL - LISTAGEM DE CONTROLE DOS PEDIDOS
       FD  RELDCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-RELDCTL      PIC X(132).
      *-----> ARQDOCS - REGISTRO DOS DOCUMENTOS EMITIDOS (VSAM KSDS,
      *       DD NO JCL), CHAVE = NUMERO DE AUTENTICACAO: ANO DA
      *       EMISSAO + SEQUENCIAL + DIGITO VERIFICADOR. O REGISTRO
      *       DE CHAVE ZERADA E O CONTROLE, COM O ULTIMO SEQUENCIAL
      *       ATRIBUIDO. TIPO: M=DECLARACAO DE MATRICULA
      *       F=DECLARACAO DE FREQUENCIA  C=CERTIFICADO DE CONCLUSAO
       FD  ARQDOCS
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-DOCS.
           05  WS-DOC-NUM-AUT     PIC 9(11).
           05  WS-DOC-DATA-EMIS   PIC 9(08).
           05  WS-DOC-HORA-EMIS   PIC 9(06).
           05  WS-DOC-TIPO        PIC X(01).
           05  WS-DOC-ANO-REF     PIC 9(04).
           05  WS-DOC-NUM         PIC 9(04).
           05  WS-DOC-NOM         PIC X(20).
           05  WS-DOC-CUR         PIC X(12).
           05  WS-DOC-SERIE       PIC 9(01).
           05  WS-DOC-TURMA       PIC X(02).
           05  WS-DOC-FREQ        PIC 9(03).
           05  WS-DOC-REQUERENTE  PIC X(30).
           05  WS-DOC-FINALIDADE  PIC X(30).
           05  WS-DOC-SITUACAO    PIC X(01).
               88  DOC-VALIDO                VALUE 'V'.
       01  WS-REG-DOCS-CTL.
           05  WS-DCT-NUM-AUT     PIC 9(11).
           05  WS-DCT-ULT-SEQ     PIC 9(06).
           05  WS-DCT-DATA-ATU    PIC 9(08).
           05  FILLER             PIC X(108).
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
      *-----> ARQHIST - HISTORICO ESCOLAR POR ALUNO/ANO/BIMESTRE
      *       (VSAM KSDS, DD NO JCL)
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
      *-----> ARQFAT - ALUNOS COM PENDENCIA FINANCEIRA (DD NO JCL)
       FD  ARQFAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-FAT           PIC X(04).
      *-----> ARQFREQ - FREQUENCIA DOS ALUNOS NO PERIODO (DD NO JCL):
      *       NUMERO DO ALUNO + PERCENTUAL DE FREQUENCIA (0 A 100)
       FD  ARQFREQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-FREQ          PIC X(07).
      *-----> ARQREFC - RESULTADOS ANUAIS (BIMESTRE 9) A REFECHAR,
      *       MARCADOS PELO RSPRG018 E BAIXADOS PELO RSPRG007 (DD NO
      *       JCL); SO CONSULTADO
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
           05  WS-CT-LIDOS            PIC 9(06)      VALUE ZEROS.
           05  WS-CT-EMITIDOS         PIC 9(06)      VALUE ZEROS.
           05  WS-CT-RECUSADOS        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-MATRICULA        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-FREQUENCIA       PIC 9(06)      VALUE ZEROS.
           05  WS-CT-CONCLUSAO        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-PENDENCIA        PIC 9(06)      VALUE ZEROS.

      *-----> CONTROLE DOS ARQUIVOS
       01  WS-DOCS-STATUS             PIC X(02)      VALUE '00'.
       01  WS-MEST-STATUS             PIC X(02)      VALUE '00'.
       01  WS-HIST-STATUS             PIC X(02)      VALUE '00'.
       01  WS-HIST-FIM                PIC X(01)      VALUE 'N'.
           88  HIST-FIM                              VALUE 'S'.
       01  WS-FAT-STATUS              PIC X(02)      VALUE '00'.
       01  WS-FAT-FIM                 PIC X(01)      VALUE 'N'.
           88  FAT-FIM                               VALUE 'S'.
       01  WS-FREQ-STATUS             PIC X(02)      VALUE '00'.
       01  WS-FREQ-FIM                PIC X(01)      VALUE 'N'.
           88  FREQ-FIM                              VALUE 'S'.
       01  WS-REFC-STATUS             PIC X(02)      VALUE '00'.
       01  WS-REFC-FIM                PIC X(01)      VALUE 'N'.
           88  REFC-FIM                              VALUE 'S'.

      *-----> CONTROLE DO ARQUIVO DE EXECUCOES (ARQEXEC)
       01  WS-EXEC-STATUS             PIC X(02)      VALUE '00'.

      *-----> DATA/HORA DA EXECUCAO, PARA O REGISTRO DO ARQEXEC
       01  WS-AREA-EXECUCAO.
           05  WS-DATA-CORRENTE       PIC 9(08)      VALUE ZEROS.
           05  WS-HORA-CORRENTE-X.
               10  WS-HORA-CORRENTE   PIC 9(06).
               10  FILLER             PIC X(02).

      *-----> DATA/HORA DA EMISSAO DOS DOCUMENTOS (INICIO DA
      *       EXECUCAO), COM O ANO PARA O NUMERO DE AUTENTICACAO
       01  WS-DATA-EMISSAO            PIC 9(08)      VALUE ZEROS.
       01  WS-DATA-EMISSAO-R REDEFINES WS-DATA-EMISSAO.
           05  WS-EMI-ANO             PIC 9(04).
           05  WS-EMI-MES             PIC 9(02).
           05  WS-EMI-DIA             PIC 9(02).
       01  WS-HORA-EMISSAO-X.
           05  WS-HORA-EMISSAO        PIC 9(06).
           05  FILLER                 PIC X(02).

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

      *-----> ENTRADA - CARTOES DE CURSO (SYSIN), UM POR CURSO, COM A
      *       ULTIMA SERIE DO CURSO (MESMO CARTAO DO RSPRG019), PARA
      *       O CERTIFICADO DE CONCLUSAO; A SECAO TERMINA COM UM
      *       CARTAO TODO PREENCHIDO COM '9' E PODE VIR VAZIA
       01  WS-REG-CARTAO-CURSO.
           05  WS-CRC-CUR             PIC X(12).
           05  WS-CRC-ULT-SERIE       PIC X(01).

      *-----> ENTRADA - PEDIDOS DE DOCUMENTO (SYSIN), APOS OS CARTOES
      *       DE CURSO; O DECK TERMINA COM UM CARTAO TODO '9'.
      *       TIPO: M=DECLARACAO DE MATRICULA  F=DECLARACAO DE
      *       FREQUENCIA  C=CERTIFICADO DE CONCLUSAO. ANO: ANO
      *       LETIVO DECLARADO (M/F, EM BRANCO = ANO CORRENTE) OU
      *       ANO DA CONCLUSAO (C, OBRIGATORIO)
       01  WS-REG-PEDIDO.
           05  WS-PED-NUM             PIC 9(04).
           05  WS-PED-NUM-X REDEFINES WS-PED-NUM
                                      PIC X(04).
           05  WS-PED-TIPO            PIC X(01).
               88  PED-MATRICULA                     VALUE 'M'.
               88  PED-FREQUENCIA                    VALUE 'F'.
               88  PED-CONCLUSAO                     VALUE 'C'.
           05  WS-PED-ANO             PIC 9(04).
           05  WS-PED-ANO-X REDEFINES WS-PED-ANO
                                      PIC X(04).
           05  WS-PED-REQUERENTE      PIC X(30).
           05  WS-PED-FINALIDADE      PIC X(30).

      *-----> INDICADOR DE PEDIDO ATENDIVEL E MOTIVO DA RECUSA
       01  WS-PED-VALIDO              PIC X(01)      VALUE 'S'.
           88  PED-VALIDO                            VALUE 'S'.
           88  PED-RECUSADO                          VALUE 'N'.
       01  WS-PED-MOTIVO              PIC X(40)      VALUE SPACES.

      *-----> BIMESTRE RESERVADO NO HISTORICO PARA O RESULTADO
      *       ANUAL (GRAVADO PELO RSPRG007)
       77  WS-BIM-FECHAMENTO          PIC 9(01)      VALUE 9.

      *-----> TABELA DOS CURSOS COM A ULTIMA SERIE DE CADA UM
      *       (CARTOES DE CURSO DA SYSIN)
       01  WS-IND-CURSOS-FIM          PIC X(01)      VALUE 'N'.
           88  CURSOS-FIM                            VALUE 'S'.
       01  WS-TAB-CURSOS.
           05  WS-QTD-CURSOS          PIC 9(03)      VALUE ZEROS.
           05  WS-CURSO-OCR OCCURS 100 TIMES
                                      INDEXED BY WS-IX-CUR.
               10  WS-TC-CURSO        PIC X(12).
               10  WS-TC-ULT-SERIE    PIC 9(01).

      *-----> ULTIMA SERIE DO CURSO DO ALUNO CORRENTE
       77  WS-ULT-SERIE-CURSO         PIC 9(01)      VALUE ZEROS.

      *-----> ANO DO ENCERRAMENTO DA MATRICULA CONCLUIDA (DATA DA
      *       SITUACAO NO MESTRE)
       77  WS-ANO-ENCERRAMENTO        PIC 9(04)      VALUE ZEROS.

      *-----> DISCIPLINAS DO ALUNO NO ANO DA CONCLUSAO: RESULTADO
      *       ANUAL (BIMESTRE 9) DE CADA UMA, EM BRANCO SE A
      *       DISCIPLINA TEM LANCAMENTO MAS NAO FOI FECHADA
       01  WS-TAB-DISCIPLINAS.
           05  WS-QTD-DISCIPLINAS     PIC 9(02)      VALUE ZEROS.
           05  WS-DISC-OCR OCCURS 50 TIMES
                                      INDEXED BY WS-IX-DIS.
               10  WS-TD-DIS          PIC X(03).
               10  WS-TD-SIT-ANUAL    PIC X(01).

      *-----> TABELA DE ALUNOS COM PENDENCIA FINANCEIRA (ARQFAT).
      *       EXCEDER O LIMITE CANCELA A EMISSAO (RC 16), PARA NUNCA
      *       EMITIR DOCUMENTO A ALUNO COM PENDENCIA
       01  WS-TAB-FAT.
           05  WS-QTD-FAT             PIC 9(06)      VALUE ZEROS.
           05  WS-FAT-OCR OCCURS 5000 TIMES
                                      INDEXED BY WS-IX-FAT.
               10  WS-TF-NUM          PIC 9(04)      VALUE ZEROS.

      *-----> REGISTRO DE RESULTADO ANUAL A REFECHAR (ARQREFC), NO
      *       LAYOUT GRAVADO PELO RSPRG018
       01  WS-REG-REFC.
           05  WS-RFC-NUM             PIC 9(04).
           05  WS-RFC-ANO             PIC 9(04).
           05  WS-RFC-DIS             PIC X(03).
           05  WS-RFC-BIM             PIC 9(01).
           05  WS-RFC-DATA            PIC 9(08).

      *-----> TABELA DE ALUNO/ANO COM RESULTADO ANUAL A REFECHAR
      *       (ARQREFC). EXCEDER O LIMITE CANCELA A EMISSAO (RC 16),
      *       PARA NUNCA CERTIFICAR COM RESULTADO DESATUALIZADO
       01  WS-TAB-REFC.
           05  WS-QTD-REFC            PIC 9(06)      VALUE ZEROS.
           05  WS-REFC-OCR OCCURS 1000 TIMES
                                      INDEXED BY WS-IX-RFC.
               10  WS-TR-NUM          PIC 9(04)      VALUE ZEROS.
               10  WS-TR-ANO          PIC 9(04)      VALUE ZEROS.

      *-----> AREA DE DESMEMBRAMENTO DO REGISTRO DO ARQFREQ
       01  WS-REG-FREQ.
           05  WS-FREQ-NUM-IN         PIC 9(04).
           05  WS-FREQ-PCT-IN         PIC 9(03).

      *-----> TABELA DE FREQUENCIA DOS ALUNOS (ARQFREQ). EXCEDER O
      *       LIMITE CANCELA A EMISSAO (RC 16), PARA NAO DECLARAR
      *       FREQUENCIA ERRADA
       01  WS-TAB-FREQ.
           05  WS-QTD-FREQ            PIC 9(06)      VALUE ZEROS.
           05  WS-FQ-OCR OCCURS 5000 TIMES
                                      INDEXED BY WS-IX-FRQ.
               10  WS-FQ-NUM          PIC 9(04)      VALUE ZEROS.
               10  WS-FQ-PCT          PIC 9(03)      VALUE ZEROS.

      *-----> FREQUENCIA DO ALUNO CORRENTE. NA DECLARACAO DE
      *       FREQUENCIA O ALUNO TEM DE CONSTAR DO ARQFREQ (O
      *       DOCUMENTO OFICIAL NAO PRESUME FREQUENCIA COMPLETA)
       77  WS-FREQ-ALUNO              PIC 9(03)      VALUE ZEROS.
       01  WS-IND-FREQ                PIC X(01)      VALUE 'N'.
           88  FREQ-ENCONTRADA                       VALUE 'S'.

      *-----> NUMERO DE AUTENTICACAO: ANO DA EMISSAO, SEQUENCIAL DO
      *       REGISTRO DE CONTROLE E DIGITO VERIFICADOR MODULO 11
      *       (PESOS 2 A 9 DA DIREITA PARA A ESQUERDA; RESTO 0 OU 1
      *       DA DIGITO 0)
       01  WS-AREA-AUTENTICACAO.
           05  WS-AUT-NUMERO.
               10  WS-AUT-ANO         PIC 9(04).
               10  WS-AUT-SEQ         PIC 9(06).
               10  WS-AUT-DV          PIC 9(01).
           05  WS-AUT-NUMERO-R REDEFINES WS-AUT-NUMERO.
               10  WS-AUT-DIG OCCURS 11 TIMES
                                      PIC 9(01).
           05  WS-AUT-EDITADO.
               10  WS-AED-ANO         PIC 9(04).
               10  FILLER             PIC X(01)      VALUE '.'.
               10  WS-AED-SEQ         PIC 9(06).
               10  FILLER             PIC X(01)      VALUE '-'.
               10  WS-AED-DV          PIC 9(01).

      *-----> ULTIMO SEQUENCIAL ATRIBUIDO (REGISTRO DE CONTROLE)
       01  WS-ULT-SEQ                 PIC 9(06)      VALUE ZEROS.

      *-----> APOIO DO CALCULO DO DIGITO VERIFICADOR
       77  WS-IX-DIG                  PIC 9(02) COMP VALUE ZEROS.
       77  WS-PESO-DV                 PIC 9(02)      VALUE ZEROS.
       77  WS-SOMA-DV                 PIC 9(04)      VALUE ZEROS.
       77  WS-QUOC-DV                 PIC 9(04)      VALUE ZEROS.
       77  WS-RESTO-DV                PIC 9(02)      VALUE ZEROS.
       77  WS-CALC-DV                 PIC 9(02)      VALUE ZEROS.

      *-----> DATAS FORMATADAS (DD/MM/AAAA) PARA O TEXTO
       01  WS-DATA-AUX                PIC 9(08)      VALUE ZEROS.
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05  WS-DAX-ANO             PIC 9(04).
           05  WS-DAX-MES             PIC 9(02).
           05  WS-DAX-DIA             PIC 9(02).
       01  WS-DATA-FORMATADA.
           05  WS-DTF-DIA             PIC 9(02).
           05  FILLER                 PIC X(01)      VALUE '/'.
           05  WS-DTF-MES             PIC 9(02).
           05  FILLER                 PIC X(01)      VALUE '/'.
           05  WS-DTF-ANO             PIC 9(04).
       01  WS-DATA-NASC-TXT           PIC X(10)      VALUE SPACES.
       01  WS-DATA-EMIS-TXT           PIC X(10)      VALUE SPACES.

      *-----> FREQUENCIA SEM ZEROS A ESQUERDA PARA O TEXTO
       01  WS-FREQ-TXT                PIC X(03)      VALUE SPACES.

      *-----> LINHAS DE TEXTO DO DOCUMENTO EM MONTAGEM
       01  WS-AREA-TEXTO.
           05  WS-TXT-LINHA-1         PIC X(100)     VALUE SPACES.
           05  WS-TXT-LINHA-2         PIC X(100)     VALUE SPACES.
           05  WS-TXT-LINHA-3         PIC X(100)     VALUE SPACES.

      *-----> CONTROLE DE PAGINACAO: UMA PAGINA POR DOCUMENTO NO
      *       RELDOCS E QUEBRA A CADA WS-MAX-LINHAS NO RELDCTL
       01  WS-PAGINA-DOC              PIC 9(04)      VALUE ZEROS.
       01  WS-AREA-RELATORIO.
           05  WS-LINHAS-IMPRESSAS    PIC 9(02)      VALUE ZEROS.
           05  WS-MAX-LINHAS          PIC 9(02)      VALUE 20.
           05  WS-PAGINA              PIC 9(04)      VALUE ZEROS.

      *-----> LAYOUTS DO DOCUMENTO IMPRESSO (RELDOCS)
       01  WS-CAB-ESCOLA.
           05  FILLER              PIC X(40) VALUE
               'FATEC - SECRETARIA ACADEMICA'.
           05  WS-CAB-TITULO       PIC X(30).
           05  FILLER              PIC X(05) VALUE 'ANO: '.
           05  WS-CAB-ANO          PIC 9(04).
           05  FILLER              PIC X(53) VALUE SPACES.

       01  WS-CAB-ALUNO.
           05  FILLER              PIC X(07) VALUE 'ALUNO: '.
           05  WS-CAB-NUM          PIC 9(04).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-CAB-NOM          PIC X(20).
           05  FILLER              PIC X(10) VALUE '   CURSO: '.
           05  WS-CAB-CUR          PIC X(12).
           05  FILLER              PIC X(10) VALUE '   SERIE: '.
           05  WS-CAB-SERIE        PIC 9(01).
           05  FILLER              PIC X(10) VALUE '   TURMA: '.
           05  WS-CAB-TURMA        PIC X(02).
           05  FILLER              PIC X(53) VALUE SPACES.

       01  WS-LINHA-TEXTO.
           05  WS-LTX-TEXTO        PIC X(100).
           05  FILLER              PIC X(32) VALUE SPACES.

       01  WS-LINHA-REQUERENTE.
           05  FILLER              PIC X(14) VALUE 'REQUERENTE:   '.
           05  WS-LRQ-REQUERENTE   PIC X(30).
           05  FILLER              PIC X(88) VALUE SPACES.

       01  WS-LINHA-FINALIDADE.
           05  FILLER              PIC X(14) VALUE 'FINALIDADE:   '.
           05  WS-LFI-FINALIDADE   PIC X(30).
           05  FILLER              PIC X(88) VALUE SPACES.

       01  WS-LINHA-EMISSAO.
           05  FILLER              PIC X(14) VALUE 'EMITIDO EM:   '.
           05  WS-LEM-DATA         PIC X(10).
           05  FILLER              PIC X(108) VALUE SPACES.

       01  WS-LINHA-AUTENTICACAO.
           05  FILLER              PIC X(14) VALUE 'AUTENTICACAO: '.
           05  WS-LAU-NUMERO       PIC X(13).
           05  FILLER              PIC X(58) VALUE
               '   (CONFIRA A AUTENTICIDADE NA SECRETARIA ACADEMICA)'.
           05  FILLER              PIC X(47) VALUE SPACES.

       01  WS-LINHA-ASSINATURA.
           05  FILLER              PIC X(29) VALUE
               'SECRETARIA ACADEMICA:        '.
           05  FILLER              PIC X(40) VALUE ALL '_'.
           05  FILLER              PIC X(63) VALUE SPACES.

      *-----> LAYOUTS DA LISTAGEM DE CONTROLE (RELDCTL)
       01  WS-CAB-01.
           05  FILLER              PIC X(20) VALUE 'RSPRG026'.
           05  FILLER              PIC X(52) VALUE
               'EMISSAO DE DOCUMENTOS OFICIAIS - CONTROLE'.
           05  FILLER              PIC X(08) VALUE 'PAGINA: '.
           05  WS-CAB-PAGINA       PIC ZZZ9.
           05  FILLER              PIC X(48) VALUE SPACES.

       01  WS-CAB-02.
           05  FILLER              PIC X(06) VALUE 'ALUNO'.
           05  FILLER              PIC X(22) VALUE 'NOME'.
           05  FILLER              PIC X(05) VALUE 'TIPO'.
           05  FILLER              PIC X(06) VALUE 'ANO'.
           05  FILLER              PIC X(32) VALUE 'REQUERENTE'.
           05  FILLER              PIC X(10) VALUE 'RESULTADO'.
           05  FILLER              PIC X(40) VALUE
               'AUTENTICACAO / MOTIVO DA RECUSA'.
           05  FILLER              PIC X(11) VALUE SPACES.

       01  WS-LINHA-DETALHE.
           05  WS-DET-NUM          PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-NOM          PIC X(20).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DET-TIPO         PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DET-ANO          PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-REQUERENTE   PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-RESULT       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-OBS          PIC X(40).
           05  FILLER              PIC X(11) VALUE SPACES.

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
       000-RSPRG026.

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

           OPEN OUTPUT RELDOCS
           OPEN OUTPUT RELDCTL
           ACCEPT WS-DATA-EMISSAO    FROM DATE YYYYMMDD
           ACCEPT WS-HORA-EMISSAO-X  FROM TIME
           MOVE WS-EMI-DIA  TO  WS-DTF-DIA
           MOVE WS-EMI-MES  TO  WS-DTF-MES
           MOVE WS-EMI-ANO  TO  WS-DTF-ANO
           MOVE WS-DATA-FORMATADA  TO  WS-DATA-EMIS-TXT

           PERFORM 019-CARREGAR-CURSOS
           OPEN INPUT ARQMEST
           IF   WS-MEST-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQMEST NAO DISPONIVEL PARA '
                 'LEITURA - FS ' WS-MEST-STATUS ' *'
              PERFORM 018-ABORTAR-EMISSAO
           END-IF
           OPEN INPUT ARQHIST
           IF   WS-HIST-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQHIST NAO DISPONIVEL PARA '
                 'LEITURA - FS ' WS-HIST-STATUS ' *'
              PERFORM 018-ABORTAR-EMISSAO
           END-IF
           PERFORM 014-ABRIR-REGISTRO
           PERFORM 015-LER-CONTROLE
           PERFORM 016-CARREGAR-FATURAMENTO
           PERFORM 017-CARREGAR-FREQUENCIA
           PERFORM 013-CARREGAR-REFECHAMENTO
           PERFORM 025-LER-PEDIDO
           .
      *--------------------------------------------------------------*
      *    ABRE O REGISTRO DE DOCUMENTOS, CRIANDO-O SE AINDA NAO
      *    EXISTIR (PRIMEIRA EMISSAO)
      *--------------------------------------------------------------*
       014-ABRIR-REGISTRO.

           OPEN I-O ARQDOCS
           IF   WS-DOCS-STATUS = '35'
              OPEN OUTPUT ARQDOCS
              CLOSE ARQDOCS
              OPEN I-O ARQDOCS
           END-IF
           IF   WS-DOCS-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQDOCS NAO DISPONIVEL PARA '
                 'ATUALIZACAO - FS ' WS-DOCS-STATUS ' *'
              PERFORM 018-ABORTAR-EMISSAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LE O REGISTRO DE CONTROLE DO ARQDOCS (CHAVE ZERADA) COM O
      *    ULTIMO SEQUENCIAL ATRIBUIDO; NA PRIMEIRA EMISSAO O
      *    CONTROLE E CRIADO COM SEQUENCIAL ZERO
      *--------------------------------------------------------------*
       015-LER-CONTROLE.

           MOVE ZEROS  TO  WS-DCT-NUM-AUT
           READ ARQDOCS
           EVALUATE WS-DOCS-STATUS
              WHEN '00'
                 MOVE WS-DCT-ULT-SEQ  TO  WS-ULT-SEQ
              WHEN '23'
                 MOVE ZEROS             TO  WS-ULT-SEQ
                 MOVE SPACES            TO  WS-REG-DOCS-CTL
                 MOVE ZEROS             TO  WS-DCT-NUM-AUT
                 MOVE ZEROS             TO  WS-DCT-ULT-SEQ
                 MOVE WS-DATA-EMISSAO   TO  WS-DCT-DATA-ATU
                 WRITE WS-REG-DOCS-CTL
                 IF   WS-DOCS-STATUS NOT = '00'
                    DISPLAY ' * ERRO - GRAVACAO DO CONTROLE DO '
                       'ARQDOCS - FS ' WS-DOCS-STATUS ' *'
                    PERFORM 018-ABORTAR-EMISSAO
                 END-IF
              WHEN OTHER
                 DISPLAY ' * ERRO - LEITURA DO CONTROLE DO ARQDOCS '
                    '- FS ' WS-DOCS-STATUS ' *'
                 PERFORM 018-ABORTAR-EMISSAO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    CARREGA EM MEMORIA OS ALUNOS COM PENDENCIA FINANCEIRA
      *    (ARQFAT), PARA RECUSAR OS DOCUMENTOS DESSES ALUNOS. SEM O
      *    ARQFAT A EMISSAO E CANCELADA (RC 16), PARA NUNCA EMITIR
      *    DOCUMENTO SEM CONFERIR A PENDENCIA; NAO HAVENDO DEVEDOR,
      *    O JCL INFORMA UM ARQFAT VAZIO
      *--------------------------------------------------------------*
       016-CARREGAR-FATURAMENTO.

           OPEN INPUT ARQFAT
           IF   WS-FAT-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQFAT NAO DISPONIVEL PARA '
                 'LEITURA - FS ' WS-FAT-STATUS '; EMISSAO '
                 'CANCELADA *'
              PERFORM 018-ABORTAR-EMISSAO
           END-IF
           PERFORM 0161-LER-REG-FAT THRU 0161-LER-REG-FAT-EXIT
              UNTIL FAT-FIM
           CLOSE ARQFAT
           .
       0161-LER-REG-FAT.

           READ ARQFAT
              AT END
                 MOVE 'S'  TO  WS-FAT-FIM
                 GO TO 0161-LER-REG-FAT-EXIT
           END-READ
           IF   WS-QTD-FAT < 5000
              ADD  1                       TO  WS-QTD-FAT
              SET  WS-IX-FAT               TO  WS-QTD-FAT
              MOVE WS-LINHA-FAT            TO  WS-TF-NUM (WS-IX-FAT)
           ELSE
              DISPLAY ' * ERRO - TABELA DE PENDENCIA FINANCEIRA '
                 '(ARQFAT) EXCEDEU 5000 OCORRENCIAS; EMISSAO '
                 'CANCELADA *'
              PERFORM 018-ABORTAR-EMISSAO
           END-IF
           .
       0161-LER-REG-FAT-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    CARREGA EM MEMORIA A FREQUENCIA DOS ALUNOS (ARQFREQ),
      *    PARA A DECLARACAO DE FREQUENCIA
      *--------------------------------------------------------------*
       017-CARREGAR-FREQUENCIA.

           OPEN INPUT ARQFREQ
           IF   WS-FREQ-STATUS = '00'
              PERFORM 0171-LER-REG-FREQ THRU 0171-LER-REG-FREQ-EXIT
                 UNTIL FREQ-FIM
              CLOSE ARQFREQ
           END-IF
           .
       0171-LER-REG-FREQ.

           READ ARQFREQ
              AT END
                 MOVE 'S'  TO  WS-FREQ-FIM
                 GO TO 0171-LER-REG-FREQ-EXIT
           END-READ
           IF   WS-QTD-FREQ < 5000
              ADD  1                       TO  WS-QTD-FREQ
              SET  WS-IX-FRQ               TO  WS-QTD-FREQ
              MOVE WS-LINHA-FREQ           TO  WS-REG-FREQ
              MOVE WS-FREQ-NUM-IN          TO  WS-FQ-NUM (WS-IX-FRQ)
              MOVE WS-FREQ-PCT-IN          TO  WS-FQ-PCT (WS-IX-FRQ)
           ELSE
              DISPLAY ' * ERRO - TABELA DE FREQUENCIA (ARQFREQ) '
                 'EXCEDEU 5000 OCORRENCIAS; EMISSAO CANCELADA *'
              PERFORM 018-ABORTAR-EMISSAO
           END-IF
           .
       0171-LER-REG-FREQ-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    CARREGA EM MEMORIA OS ALUNO/ANO COM RESULTADO ANUAL
      *    MARCADO PARA REFECHAMENTO (ARQREFC), PARA RECUSAR O
      *    CERTIFICADO DESSES ANOS ATE O RSPRG007 SER RESSUBMETIDO.
      *    ARQREFC AUSENTE (FS 35) NAO TEM MARCA PENDENTE
      *--------------------------------------------------------------*
       013-CARREGAR-REFECHAMENTO.

           OPEN INPUT ARQREFC
           EVALUATE WS-REFC-STATUS
              WHEN '00'
                 PERFORM 0131-LER-REG-REFC THRU
                    0131-LER-REG-REFC-EXIT
                    UNTIL REFC-FIM
                 CLOSE ARQREFC
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 DISPLAY ' * ERRO - ARQREFC NAO DISPONIVEL PARA '
                    'LEITURA - FS ' WS-REFC-STATUS ' *'
                 PERFORM 018-ABORTAR-EMISSAO
           END-EVALUATE
           .
       0131-LER-REG-REFC.

           READ ARQREFC INTO WS-REG-REFC
              AT END
                 MOVE 'S'  TO  WS-REFC-FIM
                 GO TO 0131-LER-REG-REFC-EXIT
           END-READ
           IF   WS-QTD-REFC < 1000
              ADD  1                       TO  WS-QTD-REFC
              SET  WS-IX-RFC               TO  WS-QTD-REFC
              MOVE WS-RFC-NUM              TO  WS-TR-NUM (WS-IX-RFC)
              MOVE WS-RFC-ANO              TO  WS-TR-ANO (WS-IX-RFC)
           ELSE
              DISPLAY ' * ERRO - TABELA DE RESULTADOS A REFECHAR '
                 '(ARQREFC) EXCEDEU 1000 OCORRENCIAS; EMISSAO '
                 'CANCELADA *'
              PERFORM 018-ABORTAR-EMISSAO
           END-IF
           .
       0131-LER-REG-REFC-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    ENCERRA O JOB SEM EMITIR, POR CARTAO INVALIDO, ARQUIVO
      *    INDISPONIVEL OU FALHA NO REGISTRO DE DOCUMENTOS. OS
      *    DOCUMENTOS JA IMPRESSOS ESTAO TODOS REGISTRADOS
      *--------------------------------------------------------------*
       018-ABORTAR-EMISSAO.

           CLOSE RELDOCS
           CLOSE RELDCTL
           MOVE 16  TO  RETURN-CODE
           PERFORM 098-GRAVAR-EXECUCAO
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    CARREGA EM TABELA OS CARTOES DE CURSO (CURSO E ULTIMA
      *    SERIE) ATE O CARTAO TODO '9'. SEM CARTAO DO CURSO O
      *    CERTIFICADO E RECUSADO; CARTAO INVALIDO CANCELA A
      *    EMISSAO (RC 16)
      *--------------------------------------------------------------*
       019-CARREGAR-CURSOS.

           PERFORM 0191-LER-CARTAO-CURSO THRU
              0191-LER-CARTAO-CURSO-EXIT
              UNTIL CURSOS-FIM
           .
       0191-LER-CARTAO-CURSO.

           ACCEPT WS-REG-CARTAO-CURSO  FROM SYSIN
           IF   WS-REG-CARTAO-CURSO = ALL '9'
              MOVE 'S'  TO  WS-IND-CURSOS-FIM
              GO TO 0191-LER-CARTAO-CURSO-EXIT
           END-IF

           IF   WS-CRC-CUR = SPACES
            OR  WS-CRC-ULT-SERIE < '1'
            OR  WS-CRC-ULT-SERIE > '9'
              DISPLAY ' * ERRO - CARTAO DE CURSO INVALIDO ('
                 WS-REG-CARTAO-CURSO '); EMISSAO REJEITADA *'
              PERFORM 018-ABORTAR-EMISSAO
           END-IF

           IF   WS-QTD-CURSOS < 100
              ADD  1                 TO  WS-QTD-CURSOS
              SET  WS-IX-CUR         TO  WS-QTD-CURSOS
              MOVE WS-CRC-CUR        TO  WS-TC-CURSO     (WS-IX-CUR)
              MOVE WS-CRC-ULT-SERIE  TO  WS-TC-ULT-SERIE (WS-IX-CUR)
           ELSE
              DISPLAY ' * ERRO - TABELA DE CURSOS EXCEDEU 100 '
                 'OCORRENCIAS; EMISSAO REJEITADA *'
              PERFORM 018-ABORTAR-EMISSAO
           END-IF
           .
       0191-LER-CARTAO-CURSO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    LEITURA DOS PEDIDOS DE DOCUMENTO DA SYSIN
      *--------------------------------------------------------------*
       025-LER-PEDIDO.

           ACCEPT WS-REG-PEDIDO  FROM SYSIN

           IF WS-REG-PEDIDO = ALL '9'
              MOVE   'S'     TO  WS-FIM
           ELSE
              ADD 1  TO WS-CT-LIDOS
              PERFORM 026-VALIDAR-PEDIDO THRU
                 026-VALIDAR-PEDIDO-EXIT
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDA OS CAMPOS DO PEDIDO: ALUNO, TIPO, ANO (EM BRANCO
      *    NA DECLARACAO VALE O ANO CORRENTE, O UNICO ACEITO, POIS
      *    A DECLARACAO MOSTRA A MATRICULA E A FREQUENCIA ATUAIS; NO
      *    CERTIFICADO E OBRIGATORIO), REQUERENTE E FINALIDADE
      *--------------------------------------------------------------*
       026-VALIDAR-PEDIDO.

           MOVE  'S'     TO  WS-PED-VALIDO
           MOVE  SPACES  TO  WS-PED-MOTIVO

           IF   WS-PED-NUM NOT NUMERIC
            OR  WS-PED-NUM = ZEROS
              MOVE 'N'  TO  WS-PED-VALIDO
              MOVE 'NUMERO DO ALUNO INVALIDO'
                        TO  WS-PED-MOTIVO
              GO TO 026-VALIDAR-PEDIDO-EXIT
           END-IF

           IF   NOT PED-MATRICULA
            AND NOT PED-FREQUENCIA
            AND NOT PED-CONCLUSAO
              MOVE 'N'  TO  WS-PED-VALIDO
              MOVE 'TIPO INVALIDO (ESPERADO M, F OU C)'
                        TO  WS-PED-MOTIVO
              GO TO 026-VALIDAR-PEDIDO-EXIT
           END-IF

           IF   WS-PED-ANO-X = SPACES
            AND NOT PED-CONCLUSAO
              MOVE WS-EMI-ANO  TO  WS-PED-ANO
           END-IF

           IF   WS-PED-ANO NOT NUMERIC
            OR  WS-PED-ANO = ZEROS
            OR  WS-PED-ANO > WS-EMI-ANO
              MOVE 'N'  TO  WS-PED-VALIDO
              MOVE 'ANO INVALIDO'
                        TO  WS-PED-MOTIVO
              GO TO 026-VALIDAR-PEDIDO-EXIT
           END-IF

           IF   NOT PED-CONCLUSAO
            AND WS-PED-ANO NOT = WS-EMI-ANO
              MOVE 'N'  TO  WS-PED-VALIDO
              MOVE 'ANO DIFERENTE DO ANO CORRENTE'
                        TO  WS-PED-MOTIVO
              GO TO 026-VALIDAR-PEDIDO-EXIT
           END-IF

           IF   WS-PED-REQUERENTE = SPACES
              MOVE 'N'  TO  WS-PED-VALIDO
              MOVE 'REQUERENTE EM BRANCO'
                        TO  WS-PED-MOTIVO
              GO TO 026-VALIDAR-PEDIDO-EXIT
           END-IF

           IF   WS-PED-FINALIDADE = SPACES
              MOVE 'N'  TO  WS-PED-VALIDO
              MOVE 'FINALIDADE EM BRANCO'
                        TO  WS-PED-MOTIVO
           END-IF
           .
       026-VALIDAR-PEDIDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    CONFERE O PEDIDO CORRENTE CONTRA O MESTRE, A PENDENCIA
      *    FINANCEIRA E AS REGRAS DO TIPO DE DOCUMENTO; EMITE O
      *    DOCUMENTO OU LISTA A RECUSA COM O MOTIVO NO RELDCTL
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE SPACES  TO  WS-MEST-NOM
           IF   PED-RECUSADO
              PERFORM 036-LISTAR-RECUSADO
              PERFORM 025-LER-PEDIDO
              GO TO 030-PROCESSAR-EXIT
           END-IF

           PERFORM 031-VERIFICAR-ALUNO THRU 031-VERIFICAR-ALUNO-EXIT

           IF   PED-VALIDO
              EVALUATE TRUE
                 WHEN PED-FREQUENCIA
                    PERFORM 033-VERIFICAR-FREQUENCIA
                 WHEN PED-CONCLUSAO
                    PERFORM 040-VERIFICAR-CONCLUSAO THRU
                       040-VERIFICAR-CONCLUSAO-EXIT
              END-EVALUATE
           END-IF

           IF   PED-VALIDO
              PERFORM 045-EMITIR-DOCUMENTO
           ELSE
              PERFORM 036-LISTAR-RECUSADO
           END-IF

           PERFORM 025-LER-PEDIDO
           .
       030-PROCESSAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    O ALUNO TEM DE EXISTIR NO MESTRE, COM CURSO E SERIE, E
      *    NAO PODE CONSTAR DA PENDENCIA FINANCEIRA (ARQFAT). A
      *    MATRICULA TEM DE ESTAR ATIVA - PARA O CERTIFICADO, ATIVA
      *    OU CONCLUIDA
      *--------------------------------------------------------------*
       031-VERIFICAR-ALUNO.

           MOVE WS-PED-NUM  TO  WS-MEST-NUM
           READ ARQMEST
           IF   WS-MEST-STATUS NOT = '00'
              MOVE SPACES  TO  WS-MEST-NOM
              MOVE 'N'     TO  WS-PED-VALIDO
              IF   WS-MEST-STATUS = '23'
                 MOVE 'ALUNO NAO ENCONTRADO NO MESTRE'
                           TO  WS-PED-MOTIVO
              ELSE
                 STRING 'ERRO DE LEITURA NO MESTRE - FS '
                    WS-MEST-STATUS DELIMITED BY SIZE
                    INTO WS-PED-MOTIVO
              END-IF
              GO TO 031-VERIFICAR-ALUNO-EXIT
           END-IF

           SET   WS-IX-FAT  TO  1
           SEARCH WS-FAT-OCR
              AT END
                 CONTINUE
              WHEN WS-TF-NUM (WS-IX-FAT) = WS-PED-NUM
                 MOVE 'N'  TO  WS-PED-VALIDO
                 MOVE 'ALUNO COM PENDENCIA FINANCEIRA (ARQFAT)'
                           TO  WS-PED-MOTIVO
                 ADD  1    TO  WS-CT-PENDENCIA
           END-SEARCH
           IF   PED-RECUSADO
              GO TO 031-VERIFICAR-ALUNO-EXIT
           END-IF

           IF   NOT MEST-ATIVO
            AND (NOT PED-CONCLUSAO OR NOT MEST-CONCLUIDO)
              MOVE 'N'  TO  WS-PED-VALIDO
              STRING 'MATRICULA NAO ATIVA (SITUACAO '
                 WS-MEST-SIT-MAT ')' DELIMITED BY SIZE
                 INTO WS-PED-MOTIVO
              GO TO 031-VERIFICAR-ALUNO-EXIT
           END-IF

           IF   WS-MEST-CUR = SPACES
            OR  WS-MEST-SERIE NOT NUMERIC
            OR  WS-MEST-SERIE = ZEROS
              MOVE 'N'  TO  WS-PED-VALIDO
              MOVE 'ALUNO SEM CURSO/SERIE NO MESTRE'
                        TO  WS-PED-MOTIVO
           END-IF
           .
       031-VERIFICAR-ALUNO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    DECLARACAO DE FREQUENCIA: O ALUNO TEM DE CONSTAR DO
      *    ARQFREQ
      *--------------------------------------------------------------*
       033-VERIFICAR-FREQUENCIA.

           PERFORM 034-BUSCAR-FREQUENCIA
           IF   NOT FREQ-ENCONTRADA
              MOVE 'N'  TO  WS-PED-VALIDO
              MOVE 'ALUNO SEM REGISTRO NO ARQFREQ'
                        TO  WS-PED-MOTIVO
           END-IF
           .
      *--------------------------------------------------------------*
      *    BUSCA A FREQUENCIA DO ALUNO NA TABELA DO ARQFREQ
      *--------------------------------------------------------------*
       034-BUSCAR-FREQUENCIA.

           MOVE 'N'    TO  WS-IND-FREQ
           MOVE ZEROS  TO  WS-FREQ-ALUNO
           SET  WS-IX-FRQ  TO  1
           SEARCH WS-FQ-OCR
              AT END
                 CONTINUE
              WHEN WS-FQ-NUM (WS-IX-FRQ) = WS-PED-NUM
                 MOVE 'S'                    TO  WS-IND-FREQ
                 MOVE WS-FQ-PCT (WS-IX-FRQ)  TO  WS-FREQ-ALUNO
           END-SEARCH
           .
      *--------------------------------------------------------------*
      *    CERTIFICADO DE CONCLUSAO: O ALUNO TEM DE ESTAR NA ULTIMA
      *    SERIE DO CURSO (CARTOES DE CURSO) E TER, NO ANO DA
      *    CONCLUSAO, RESULTADO ANUAL (BIMESTRE 9) APROVADO EM TODAS
      *    AS DISCIPLINAS. DISCIPLINA SEM RESULTADO ANUAL (ANO
      *    INCOMPLETO) OU REPROVADA RECUSA O CERTIFICADO. O ANO DA
      *    CONCLUSAO TEM DE SER O ULTIMO DO ALUNO NO HISTORICO (ANO
      *    APROVADO EM SERIE ANTERIOR NAO CERTIFICA O CURSO) E, NA
      *    MATRICULA CONCLUIDA, O DO ENCERRAMENTO - A CARGA DA
      *    REMATRICULA (RSPRG009) QUE A ENCERRA RODA NA VIRADA DO
      *    ANO, NO ANO LETIVO OU NO SEGUINTE. ANO COM RESULTADO
      *    ANUAL MARCADO PARA REFECHAMENTO (ARQREFC) TAMBEM RECUSA
      *--------------------------------------------------------------*
       040-VERIFICAR-CONCLUSAO.

           MOVE ZEROS  TO  WS-ULT-SERIE-CURSO
           SET  WS-IX-CUR  TO  1
           SEARCH WS-CURSO-OCR
              AT END
                 CONTINUE
              WHEN WS-IX-CUR > WS-QTD-CURSOS
                 CONTINUE
              WHEN WS-TC-CURSO (WS-IX-CUR) = WS-MEST-CUR
                 MOVE WS-TC-ULT-SERIE (WS-IX-CUR)
                                      TO  WS-ULT-SERIE-CURSO
           END-SEARCH

           IF   WS-ULT-SERIE-CURSO = ZEROS
              MOVE 'N'  TO  WS-PED-VALIDO
              MOVE 'CURSO SEM CARTAO DE ULTIMA SERIE'
                        TO  WS-PED-MOTIVO
              GO TO 040-VERIFICAR-CONCLUSAO-EXIT
           END-IF

           IF   WS-MEST-SERIE NOT = WS-ULT-SERIE-CURSO
              MOVE 'N'  TO  WS-PED-VALIDO
              MOVE 'ALUNO NAO ESTA NA ULTIMA SERIE DO CURSO'
                        TO  WS-PED-MOTIVO
              GO TO 040-VERIFICAR-CONCLUSAO-EXIT
           END-IF

           IF   MEST-CONCLUIDO
            AND WS-MEST-DATA-SIT NUMERIC
            AND WS-MEST-DATA-SIT > ZEROS
              DIVIDE WS-MEST-DATA-SIT BY 10000
                 GIVING WS-ANO-ENCERRAMENTO
              IF   WS-PED-ANO > WS-ANO-ENCERRAMENTO
               OR  WS-PED-ANO + 1 < WS-ANO-ENCERRAMENTO
                 MOVE 'N'  TO  WS-PED-VALIDO
                 MOVE 'ANO DIFERENTE DO ANO DA CONCLUSAO'
                           TO  WS-PED-MOTIVO
                 GO TO 040-VERIFICAR-CONCLUSAO-EXIT
              END-IF
           END-IF

      *    RESULTADO ANUAL DO ANO AINDA A REFECHAR (RSPRG018)
           SET  WS-IX-RFC  TO  1
           SEARCH WS-REFC-OCR
              AT END
                 CONTINUE
              WHEN WS-IX-RFC > WS-QTD-REFC
                 CONTINUE
              WHEN WS-TR-NUM (WS-IX-RFC) = WS-MEST-NUM
               AND WS-TR-ANO (WS-IX-RFC) = WS-PED-ANO
                 MOVE 'N'  TO  WS-PED-VALIDO
                 MOVE 'RESULTADO ANUAL PENDENTE DE REFECHAMENTO'
                           TO  WS-PED-MOTIVO
           END-SEARCH
           IF   PED-RECUSADO
              GO TO 040-VERIFICAR-CONCLUSAO-EXIT
           END-IF

      *    QUALQUER REGISTRO DO ALUNO EM ANO POSTERIOR AO PEDIDO
           MOVE WS-MEST-NUM    TO  WS-HIST-NUM
           COMPUTE WS-HIST-ANO = WS-PED-ANO + 1
           MOVE ZEROS          TO  WS-HIST-BIM
           MOVE LOW-VALUES     TO  WS-HIST-DIS
           START ARQHIST KEY IS NOT LESS THAN WS-HIST-CHAVE
           IF   WS-HIST-STATUS = '00'
              READ ARQHIST NEXT RECORD
              IF   WS-HIST-STATUS = '00'
               AND WS-HIST-NUM = WS-MEST-NUM
                 MOVE 'N'  TO  WS-PED-VALIDO
                 MOVE 'ALUNO COM HISTORICO EM ANO POSTERIOR'
                           TO  WS-PED-MOTIVO
                 GO TO 040-VERIFICAR-CONCLUSAO-EXIT
              END-IF
           END-IF

           MOVE ZEROS          TO  WS-QTD-DISCIPLINAS
           MOVE 'N'            TO  WS-HIST-FIM
           MOVE WS-MEST-NUM    TO  WS-HIST-NUM
           MOVE WS-PED-ANO     TO  WS-HIST-ANO
           MOVE ZEROS          TO  WS-HIST-BIM
           MOVE LOW-VALUES     TO  WS-HIST-DIS
           START ARQHIST KEY IS NOT LESS THAN WS-HIST-CHAVE
           IF   WS-HIST-STATUS NOT = '00'
              MOVE 'S'  TO  WS-HIST-FIM
           ELSE
              PERFORM 041-LER-HISTORICO THRU
                 041-LER-HISTORICO-EXIT
           END-IF
           PERFORM 042-ACUMULAR-DISCIPLINA
              UNTIL HIST-FIM

           IF   WS-QTD-DISCIPLINAS = ZEROS
              MOVE 'N'  TO  WS-PED-VALIDO
              MOVE 'SEM HISTORICO NO ANO DA CONCLUSAO'
                        TO  WS-PED-MOTIVO
              GO TO 040-VERIFICAR-CONCLUSAO-EXIT
           END-IF

           PERFORM 044-CONFERIR-DISCIPLINA
              VARYING WS-IX-DIS FROM 1 BY 1
              UNTIL WS-IX-DIS > WS-QTD-DISCIPLINAS
                 OR PED-RECUSADO
           .
       040-VERIFICAR-CONCLUSAO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DO HISTORICO; FIM DO ARQUIVO OU
      *    MUDANCA DE ALUNO/ANO ENCERRA A LEITURA
      *--------------------------------------------------------------*
       041-LER-HISTORICO.

           READ ARQHIST NEXT RECORD
              AT END
                 MOVE 'S'  TO  WS-HIST-FIM
                 GO TO 041-LER-HISTORICO-EXIT
           END-READ
           IF   WS-HIST-NUM NOT = WS-MEST-NUM
            OR  WS-HIST-ANO NOT = WS-PED-ANO
              MOVE 'S'  TO  WS-HIST-FIM
           END-IF
           .
       041-LER-HISTORICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    REGISTRA A DISCIPLINA DO REGISTRO LIDO NA TABELA DO ALUNO
      *    E, NO BIMESTRE 9, O SEU RESULTADO ANUAL
      *--------------------------------------------------------------*
       042-ACUMULAR-DISCIPLINA.

           SET  WS-IX-DIS  TO  1
           SEARCH WS-DISC-OCR
              AT END
                 PERFORM 043-INCLUIR-DISCIPLINA
              WHEN WS-IX-DIS > WS-QTD-DISCIPLINAS
                 PERFORM 043-INCLUIR-DISCIPLINA
              WHEN WS-TD-DIS (WS-IX-DIS) = WS-HIST-DIS
                 CONTINUE
           END-SEARCH

           IF   WS-HIST-BIM = WS-BIM-FECHAMENTO
              MOVE WS-HIST-SITUACAO  TO  WS-TD-SIT-ANUAL (WS-IX-DIS)
           END-IF

           PERFORM 041-LER-HISTORICO THRU 041-LER-HISTORICO-EXIT
           .
       043-INCLUIR-DISCIPLINA.

           IF   WS-QTD-DISCIPLINAS < 50
              ADD  1            TO  WS-QTD-DISCIPLINAS
              SET  WS-IX-DIS    TO  WS-QTD-DISCIPLINAS
              MOVE WS-HIST-DIS  TO  WS-TD-DIS       (WS-IX-DIS)
              MOVE SPACES       TO  WS-TD-SIT-ANUAL (WS-IX-DIS)
           ELSE
              DISPLAY ' * ERRO - ALUNO ' WS-MEST-NUM ' COM MAIS '
                 'DE 50 DISCIPLINAS NO ANO; EMISSAO CANCELADA *'
              PERFORM 018-ABORTAR-EMISSAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERE O RESULTADO ANUAL DE UMA DISCIPLINA: SO 'A'
      *    (APROVADO) PERMITE O CERTIFICADO
      *--------------------------------------------------------------*
       044-CONFERIR-DISCIPLINA.

           EVALUATE WS-TD-SIT-ANUAL (WS-IX-DIS)
              WHEN 'A'
                 CONTINUE
              WHEN 'R'
              WHEN 'F'
                 MOVE 'N'  TO  WS-PED-VALIDO
                 STRING 'REPROVADO NO ANO DA CONCLUSAO - DIS '
                    WS-TD-DIS (WS-IX-DIS) DELIMITED BY SIZE
                    INTO WS-PED-MOTIVO
              WHEN OTHER
                 MOVE 'N'  TO  WS-PED-VALIDO
                 STRING 'ANO INCOMPLETO NO RSPRG007 - DIS '
                    WS-TD-DIS (WS-IX-DIS) DELIMITED BY SIZE
                    INTO WS-PED-MOTIVO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    EMITE O DOCUMENTO DO PEDIDO ACEITO: ATRIBUI O NUMERO DE
      *    AUTENTICACAO, GRAVA O REGISTRO (ANTES DE IMPRIMIR, PARA
      *    NAO SAIR DOCUMENTO SEM REGISTRO), IMPRIME A PAGINA E
      *    LISTA O PEDIDO NO CONTROLE
      *--------------------------------------------------------------*
       045-EMITIR-DOCUMENTO.

           IF   NOT PED-FREQUENCIA
              PERFORM 034-BUSCAR-FREQUENCIA
           END-IF
           PERFORM 046-GERAR-AUTENTICACAO
           PERFORM 047-GRAVAR-REGISTRO
           PERFORM 050-MONTAR-TEXTO
           PERFORM 055-IMPRIMIR-PAGINA

           ADD 1  TO  WS-CT-EMITIDOS
           EVALUATE TRUE
              WHEN PED-MATRICULA
                 ADD 1  TO  WS-CT-MATRICULA
              WHEN PED-FREQUENCIA
                 ADD 1  TO  WS-CT-FREQUENCIA
              WHEN PED-CONCLUSAO
                 ADD 1  TO  WS-CT-CONCLUSAO
           END-EVALUATE
           PERFORM 035-LISTAR-EMITIDO
           .
      *--------------------------------------------------------------*
      *    ATRIBUI O PROXIMO SEQUENCIAL E CALCULA O DIGITO
      *    VERIFICADOR (MODULO 11) DO NUMERO DE AUTENTICACAO
      *--------------------------------------------------------------*
       046-GERAR-AUTENTICACAO.

           IF   WS-ULT-SEQ = 999999
              DISPLAY ' * ERRO - SEQUENCIAL DE AUTENTICACAO ESGOTADO '
                 'NO ARQDOCS; EMISSAO CANCELADA *'
              PERFORM 018-ABORTAR-EMISSAO
           END-IF
           ADD  1           TO  WS-ULT-SEQ
           MOVE WS-EMI-ANO  TO  WS-AUT-ANO
           MOVE WS-ULT-SEQ  TO  WS-AUT-SEQ
           MOVE ZEROS       TO  WS-AUT-DV

           MOVE ZEROS  TO  WS-SOMA-DV
           MOVE 2      TO  WS-PESO-DV
           PERFORM 0461-SOMAR-DIGITO
              VARYING WS-IX-DIG FROM 10 BY -1
              UNTIL WS-IX-DIG < 1
           DIVIDE WS-SOMA-DV BY 11 GIVING WS-QUOC-DV
              REMAINDER WS-RESTO-DV
           COMPUTE WS-CALC-DV = 11 - WS-RESTO-DV
           IF   WS-CALC-DV > 9
              MOVE ZEROS  TO  WS-CALC-DV
           END-IF
           MOVE WS-CALC-DV  TO  WS-AUT-DV

           MOVE WS-AUT-ANO  TO  WS-AED-ANO
           MOVE WS-AUT-SEQ  TO  WS-AED-SEQ
           MOVE WS-AUT-DV   TO  WS-AED-DV
           .
       0461-SOMAR-DIGITO.

           COMPUTE WS-SOMA-DV = WS-SOMA-DV
              + WS-AUT-DIG (WS-IX-DIG) * WS-PESO-DV
           ADD 1  TO  WS-PESO-DV
           IF   WS-PESO-DV > 9
              MOVE 2  TO  WS-PESO-DV
           END-IF
           .
      *--------------------------------------------------------------*
      *    ATUALIZA O ULTIMO SEQUENCIAL NO REGISTRO DE CONTROLE E
      *    GRAVA O DOCUMENTO NO ARQDOCS, NESSA ORDEM: FALHA NA
      *    GRAVACAO DO DOCUMENTO SO PERDE O NUMERO, SEM DEIXAR O
      *    CONTROLE ATRAS DO ULTIMO DOCUMENTO GRAVADO. FALHA NO
      *    REGISTRO CANCELA A EMISSAO (RC 16) ANTES DA IMPRESSAO
      *--------------------------------------------------------------*
       047-GRAVAR-REGISTRO.

           MOVE SPACES             TO  WS-REG-DOCS-CTL
           MOVE ZEROS              TO  WS-DCT-NUM-AUT
           MOVE WS-ULT-SEQ         TO  WS-DCT-ULT-SEQ
           MOVE WS-DATA-EMISSAO    TO  WS-DCT-DATA-ATU
           REWRITE WS-REG-DOCS-CTL
           IF   WS-DOCS-STATUS NOT = '00'
              DISPLAY ' * ERRO - REGRAVACAO DO CONTROLE DO ARQDOCS '
                 '- FS ' WS-DOCS-STATUS '; EMISSAO CANCELADA *'
              PERFORM 018-ABORTAR-EMISSAO
           END-IF

           MOVE WS-AUT-NUMERO      TO  WS-DOC-NUM-AUT
           MOVE WS-DATA-EMISSAO    TO  WS-DOC-DATA-EMIS
           MOVE WS-HORA-EMISSAO    TO  WS-DOC-HORA-EMIS
           MOVE WS-PED-TIPO        TO  WS-DOC-TIPO
           MOVE WS-PED-ANO         TO  WS-DOC-ANO-REF
           MOVE WS-MEST-NUM        TO  WS-DOC-NUM
           MOVE WS-MEST-NOM        TO  WS-DOC-NOM
           MOVE WS-MEST-CUR        TO  WS-DOC-CUR
           MOVE WS-MEST-SERIE      TO  WS-DOC-SERIE
           MOVE WS-MEST-TURMA      TO  WS-DOC-TURMA
           MOVE WS-FREQ-ALUNO      TO  WS-DOC-FREQ
           MOVE WS-PED-REQUERENTE  TO  WS-DOC-REQUERENTE
           MOVE WS-PED-FINALIDADE  TO  WS-DOC-FINALIDADE
           MOVE 'V'                TO  WS-DOC-SITUACAO
           WRITE WS-REG-DOCS
           IF   WS-DOCS-STATUS NOT = '00'
              DISPLAY ' * ERRO - GRAVACAO DO DOCUMENTO ' WS-AUT-NUMERO
                 ' NO ARQDOCS - FS ' WS-DOCS-STATUS
                 '; EMISSAO CANCELADA *'
              PERFORM 018-ABORTAR-EMISSAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    MONTA AS LINHAS DE TEXTO DO DOCUMENTO CONFORME O TIPO,
      *    COM NOME E CURSO SEM OS BRANCOS FINAIS
      *--------------------------------------------------------------*
       050-MONTAR-TEXTO.

           MOVE SPACES  TO  WS-AREA-TEXTO
           MOVE SPACES  TO  WS-DATA-NASC-TXT
           IF   WS-MEST-DATA-NASC NUMERIC
            AND WS-MEST-DATA-NASC NOT = ZEROS
              MOVE WS-MEST-DATA-NASC  TO  WS-DATA-AUX
              MOVE WS-DAX-DIA         TO  WS-DTF-DIA
              MOVE WS-DAX-MES         TO  WS-DTF-MES
              MOVE WS-DAX-ANO         TO  WS-DTF-ANO
              MOVE WS-DATA-FORMATADA  TO  WS-DATA-NASC-TXT
           END-IF

           EVALUATE TRUE
              WHEN PED-MATRICULA
                 MOVE 'DECLARACAO DE MATRICULA'  TO  WS-CAB-TITULO
                 PERFORM 051-TEXTO-MATRICULA
              WHEN PED-FREQUENCIA
                 MOVE 'DECLARACAO DE FREQUENCIA' TO  WS-CAB-TITULO
                 PERFORM 052-TEXTO-FREQUENCIA
              WHEN PED-CONCLUSAO
                 MOVE 'CERTIFICADO DE CONCLUSAO' TO  WS-CAB-TITULO
                 PERFORM 053-TEXTO-CONCLUSAO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    TEXTO DA DECLARACAO DE MATRICULA
      *--------------------------------------------------------------*
       051-TEXTO-MATRICULA.

           STRING 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE O(A) '
              'ALUNO(A) ' DELIMITED BY SIZE
              WS-MEST-NOM DELIMITED BY '  '
              ', NUMERO ' WS-MEST-NUM ',' DELIMITED BY SIZE
              INTO WS-TXT-LINHA-1
           IF   WS-DATA-NASC-TXT NOT = SPACES
              STRING 'NASCIDO(A) EM ' WS-DATA-NASC-TXT
                 ', ESTA REGULARMENTE MATRICULADO(A) NESTA '
                 'INSTITUICAO' DELIMITED BY SIZE
                 INTO WS-TXT-LINHA-2
           ELSE
              MOVE 'ESTA REGULARMENTE MATRICULADO(A) NESTA INSTITUICAO'
                        TO  WS-TXT-LINHA-2
           END-IF
           STRING 'NO CURSO ' DELIMITED BY SIZE
              WS-MEST-CUR DELIMITED BY '  '
              ', ' WS-MEST-SERIE 'A SERIE, TURMA ' WS-MEST-TURMA
              ', NO ANO LETIVO DE ' WS-PED-ANO '.'
              DELIMITED BY SIZE
              INTO WS-TXT-LINHA-3
           .
      *--------------------------------------------------------------*
      *    TEXTO DA DECLARACAO DE FREQUENCIA, COM O PERCENTUAL DO
      *    ARQFREQ SEM ZEROS A ESQUERDA
      *--------------------------------------------------------------*
       052-TEXTO-FREQUENCIA.

           MOVE SPACES  TO  WS-FREQ-TXT
           EVALUATE TRUE
              WHEN WS-FREQ-ALUNO < 10
                 MOVE WS-FREQ-ALUNO (3:1)  TO  WS-FREQ-TXT
              WHEN WS-FREQ-ALUNO < 100
                 MOVE WS-FREQ-ALUNO (2:2)  TO  WS-FREQ-TXT
              WHEN OTHER
                 MOVE WS-FREQ-ALUNO        TO  WS-FREQ-TXT
           END-EVALUATE

           STRING 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE O(A) '
              'ALUNO(A) ' DELIMITED BY SIZE
              WS-MEST-NOM DELIMITED BY '  '
              ', NUMERO ' WS-MEST-NUM ',' DELIMITED BY SIZE
              INTO WS-TXT-LINHA-1
           STRING 'MATRICULADO(A) NO CURSO ' DELIMITED BY SIZE
              WS-MEST-CUR DELIMITED BY '  '
              ', ' WS-MEST-SERIE 'A SERIE, TURMA ' WS-MEST-TURMA
              ', APRESENTA FREQUENCIA DE ' DELIMITED BY SIZE
              WS-FREQ-TXT DELIMITED BY SPACE
              '%' DELIMITED BY SIZE
              INTO WS-TXT-LINHA-2
           STRING 'NO ANO LETIVO DE ' WS-PED-ANO
              ', CONFORME O ULTIMO APONTAMENTO DE FREQUENCIA.'
              DELIMITED BY SIZE
              INTO WS-TXT-LINHA-3
           .
      *--------------------------------------------------------------*
      *    TEXTO DO CERTIFICADO DE CONCLUSAO
      *--------------------------------------------------------------*
       053-TEXTO-CONCLUSAO.

           IF   WS-DATA-NASC-TXT NOT = SPACES
              STRING 'CERTIFICAMOS QUE ' DELIMITED BY SIZE
                 WS-MEST-NOM DELIMITED BY '  '
                 ', NUMERO ' WS-MEST-NUM ', NASCIDO(A) EM '
                 WS-DATA-NASC-TXT ',' DELIMITED BY SIZE
                 INTO WS-TXT-LINHA-1
           ELSE
              STRING 'CERTIFICAMOS QUE ' DELIMITED BY SIZE
                 WS-MEST-NOM DELIMITED BY '  '
                 ', NUMERO ' WS-MEST-NUM ',' DELIMITED BY SIZE
                 INTO WS-TXT-LINHA-1
           END-IF
           STRING 'CONCLUIU O CURSO ' DELIMITED BY SIZE
              WS-MEST-CUR DELIMITED BY '  '
              ' NO ANO LETIVO DE ' WS-PED-ANO
              ', COM APROVACAO EM TODAS AS DISCIPLINAS'
              DELIMITED BY SIZE
              INTO WS-TXT-LINHA-2
           STRING 'DA ' WS-MEST-SERIE 'A SERIE, FAZENDO JUS AO '
              'PRESENTE CERTIFICADO.' DELIMITED BY SIZE
              INTO WS-TXT-LINHA-3
           .
      *--------------------------------------------------------------*
      *    IMPRIME A PAGINA DO DOCUMENTO: CABECALHO DA ESCOLA COM O
      *    TITULO, IDENTIFICACAO DO ALUNO, TEXTO, REQUERENTE E
      *    FINALIDADE, DATA DA EMISSAO, NUMERO DE AUTENTICACAO E
      *    LINHA DE ASSINATURA
      *--------------------------------------------------------------*
       055-IMPRIMIR-PAGINA.

           ADD 1  TO  WS-PAGINA-DOC
           IF   WS-PAGINA-DOC > 1
              WRITE WS-LINHA-RELDOCS FROM SPACES
                 AFTER ADVANCING PAGE
           ELSE
              WRITE WS-LINHA-RELDOCS FROM SPACES
           END-IF

           MOVE  WS-PED-ANO    TO  WS-CAB-ANO
           WRITE WS-LINHA-RELDOCS FROM WS-CAB-ESCOLA
           WRITE WS-LINHA-RELDOCS FROM SPACES
           MOVE  WS-MEST-NUM   TO  WS-CAB-NUM
           MOVE  WS-MEST-NOM   TO  WS-CAB-NOM
           MOVE  WS-MEST-CUR   TO  WS-CAB-CUR
           MOVE  WS-MEST-SERIE TO  WS-CAB-SERIE
           MOVE  WS-MEST-TURMA TO  WS-CAB-TURMA
           WRITE WS-LINHA-RELDOCS FROM WS-CAB-ALUNO
           WRITE WS-LINHA-RELDOCS FROM SPACES
           WRITE WS-LINHA-RELDOCS FROM SPACES

           MOVE  WS-TXT-LINHA-1  TO  WS-LTX-TEXTO
           WRITE WS-LINHA-RELDOCS FROM WS-LINHA-TEXTO
           MOVE  WS-TXT-LINHA-2  TO  WS-LTX-TEXTO
           WRITE WS-LINHA-RELDOCS FROM WS-LINHA-TEXTO
           MOVE  WS-TXT-LINHA-3  TO  WS-LTX-TEXTO
           WRITE WS-LINHA-RELDOCS FROM WS-LINHA-TEXTO
           WRITE WS-LINHA-RELDOCS FROM SPACES

           MOVE  WS-PED-REQUERENTE  TO  WS-LRQ-REQUERENTE
           WRITE WS-LINHA-RELDOCS FROM WS-LINHA-REQUERENTE
           MOVE  WS-PED-FINALIDADE  TO  WS-LFI-FINALIDADE
           WRITE WS-LINHA-RELDOCS FROM WS-LINHA-FINALIDADE
           MOVE  WS-DATA-EMIS-TXT   TO  WS-LEM-DATA
           WRITE WS-LINHA-RELDOCS FROM WS-LINHA-EMISSAO
           MOVE  WS-AUT-EDITADO     TO  WS-LAU-NUMERO
           WRITE WS-LINHA-RELDOCS FROM WS-LINHA-AUTENTICACAO
           WRITE WS-LINHA-RELDOCS FROM SPACES
           WRITE WS-LINHA-RELDOCS FROM SPACES
           WRITE WS-LINHA-RELDOCS FROM WS-LINHA-ASSINATURA
           .
      *--------------------------------------------------------------*
      *    LISTA UM PEDIDO ATENDIDO NO RELDCTL, COM A AUTENTICACAO
      *--------------------------------------------------------------*
       035-LISTAR-EMITIDO.

           MOVE 'EMITIDO '      TO  WS-DET-RESULT
           MOVE WS-AUT-EDITADO  TO  WS-DET-OBS
           PERFORM 037-LISTAR-PEDIDO
           .
      *--------------------------------------------------------------*
      *    LISTA UM PEDIDO RECUSADO NO RELDCTL, COM O MOTIVO
      *--------------------------------------------------------------*
       036-LISTAR-RECUSADO.

           ADD  1              TO  WS-CT-RECUSADOS
           MOVE 'RECUSADO'     TO  WS-DET-RESULT
           MOVE WS-PED-MOTIVO  TO  WS-DET-OBS
           PERFORM 037-LISTAR-PEDIDO
           .
      *--------------------------------------------------------------*
      *    GRAVA A LINHA DE DETALHE DO PEDIDO NO RELDCTL, COM
      *    CABECALHO E QUEBRA DE PAGINA A CADA WS-MAX-LINHAS
      *--------------------------------------------------------------*
       037-LISTAR-PEDIDO.

           IF  WS-LINHAS-IMPRESSAS = ZEROS
            OR WS-LINHAS-IMPRESSAS >= WS-MAX-LINHAS
              PERFORM 038-IMPRIMIR-CABECALHO
           END-IF

           MOVE  WS-PED-NUM-X       TO  WS-DET-NUM
           MOVE  WS-MEST-NOM        TO  WS-DET-NOM
           MOVE  WS-PED-TIPO        TO  WS-DET-TIPO
           MOVE  WS-PED-ANO-X       TO  WS-DET-ANO
           MOVE  WS-PED-REQUERENTE  TO  WS-DET-REQUERENTE

           WRITE WS-LINHA-RELDCTL FROM WS-LINHA-DETALHE
           ADD   1                TO  WS-LINHAS-IMPRESSAS
           .
      *--------------------------------------------------------------*
      *    IMPRIME CABECALHO DE PAGINA DA LISTAGEM (RELDCTL)
      *--------------------------------------------------------------*
       038-IMPRIMIR-CABECALHO.

           ADD   1                TO  WS-PAGINA
           MOVE  WS-PAGINA        TO  WS-CAB-PAGINA

           IF  WS-PAGINA > 1
              WRITE WS-LINHA-RELDCTL FROM SPACES
                 AFTER ADVANCING PAGE
           ELSE
              WRITE WS-LINHA-RELDCTL FROM SPACES
           END-IF

           WRITE WS-LINHA-RELDCTL FROM WS-CAB-01
           WRITE WS-LINHA-RELDCTL FROM WS-CAB-02
           WRITE WS-LINHA-RELDCTL FROM SPACES
           MOVE  ZEROS            TO  WS-LINHAS-IMPRESSAS
           .
      *--------------------------------------------------------------*
      *    GRAVA NO RELDCTL UMA LINHA DE RESUMO JA MONTADA EM
      *    WS-LINHA-RESUMO, DEIXANDO A AREA EM BRANCO PARA A PROXIMA
      *--------------------------------------------------------------*
       097-IMPRIMIR-RESUMO.

           WRITE WS-LINHA-RELDCTL  FROM  WS-LINHA-RESUMO
           MOVE  SPACES            TO    WS-LINHA-RESUMO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           WRITE WS-LINHA-RELDCTL FROM SPACES
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG026        *'
           DISPLAY ' *----------------------------------------*'
           STRING ' *   TOTAIS DE CONTROLE - RSPRG026'
              DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * PEDIDOS LIDOS      - SYSIN  = ' WS-CT-LIDOS
           STRING ' * PEDIDOS LIDOS      - SYSIN  = '
              WS-CT-LIDOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * DOCUMENTOS EMITIDOS         = ' WS-CT-EMITIDOS
           STRING ' * DOCUMENTOS EMITIDOS         = '
              WS-CT-EMITIDOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' *   DECLARACOES DE MATRICULA  = ' WS-CT-MATRICULA
           STRING ' *   DECLARACOES DE MATRICULA  = '
              WS-CT-MATRICULA DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' *   DECLARACOES DE FREQUENCIA = ' WS-CT-FREQUENCIA
           STRING ' *   DECLARACOES DE FREQUENCIA = '
              WS-CT-FREQUENCIA DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' *   CERTIFICADOS DE CONCLUSAO = ' WS-CT-CONCLUSAO
           STRING ' *   CERTIFICADOS DE CONCLUSAO = '
              WS-CT-CONCLUSAO DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * PEDIDOS RECUSADOS           = ' WS-CT-RECUSADOS
           STRING ' * PEDIDOS RECUSADOS           = '
              WS-CT-RECUSADOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' *   POR PENDENCIA FINANCEIRA  = ' WS-CT-PENDENCIA
           STRING ' *   POR PENDENCIA FINANCEIRA  = '
              WS-CT-PENDENCIA DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * ULTIMO SEQUENCIAL ARQDOCS   = ' WS-ULT-SEQ
           STRING ' * ULTIMO SEQUENCIAL ARQDOCS   = '
              WS-ULT-SEQ DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' *========================================*'

           PERFORM 098-GRAVAR-EXECUCAO

           CLOSE RELDOCS
           CLOSE RELDCTL
           CLOSE ARQDOCS
           CLOSE ARQMEST
           CLOSE ARQHIST
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO DE CONTROLE DESTA EXECUCAO NO ARQEXEC
      *    (PROGRAMA, DATA/HORA, TOTAIS E RETURN CODE), PARA O
      *    RESUMO DIARIO DE OPERACAO (RSPRG013). A EMISSAO NAO TEM
      *    LOTE: ANO/BIMESTRE FICAM ZERADOS E O TIPO EM BRANCO
      *--------------------------------------------------------------*
       098-GRAVAR-EXECUCAO.

           ACCEPT WS-DATA-CORRENTE   FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRENTE-X FROM TIME
           MOVE 'RSPRG026'        TO  WS-EXE-PROGRAMA
           MOVE WS-DATA-CORRENTE  TO  WS-EXE-DATA
           MOVE WS-HORA-CORRENTE  TO  WS-EXE-HORA
           MOVE ZEROS             TO  WS-EXE-ANO
           MOVE ZEROS             TO  WS-EXE-BIM
           MOVE SPACES            TO  WS-EXE-TIPO
           MOVE WS-CT-LIDOS       TO  WS-EXE-LIDOS
           MOVE WS-CT-EMITIDOS    TO  WS-EXE-ACEITOS
           MOVE WS-CT-RECUSADOS   TO  WS-EXE-REJEITADOS
           MOVE RETURN-CODE       TO  WS-EXE-RC

           OPEN EXTEND ARQEXEC
           IF   WS-EXEC-STATUS NOT = '00' AND NOT = '05'
              OPEN OUTPUT ARQEXEC
           END-IF
           WRITE WS-LINHA-EXEC FROM WS-REG-EXEC
           CLOSE ARQEXEC
           .
      *---------------> FIM DO PROGRAMA RSPRG026 <-------------------*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LANGVALI.
       AUTHOR.        FABIANO WEIMAR DOS SANTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PARM-ARQ
            ASSIGN       TO "parametros.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-PARM.
            SELECT MAPA-ARQ
            ASSIGN       TO "linguagens.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-MAPA.
            SELECT EXCL-ARQ
            ASSIGN       TO "exclusoes.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-EXCL.
            SELECT EQUI-ARQ
            ASSIGN       TO "equipes.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-EQUI.
            SELECT POL-ARQ
            ASSIGN       TO "politica.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-POL.
            SELECT VIGI-ARQ
            ASSIGN       TO "vigilancia.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-VIGI.
            SELECT VALI-SAIDA
            ASSIGN       TO "validacao.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-VALI.

       DATA DIVISION.
       FILE SECTION.
       FD    PARM-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-PARM                  PIC X(120).

       FD    MAPA-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-MAPA                  PIC X(36).

       FD    EXCL-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-EXCL                  PIC X(64).

       FD    EQUI-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-EQUI                  PIC X(60).

       FD    POL-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-POL                   PIC X(60).

       FD    VIGI-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-VIGI                  PIC X(46).

       FD    VALI-SAIDA
             LABEL RECORD IS STANDARD.
       01    REG-VALI                  PIC X(100).

       WORKING-STORAGE SECTION.
       77    FS-PARM                   PIC 9(02).
       77    FS-MAPA                   PIC 9(02).
       77    FS-EXCL                   PIC 9(02).
       77    FS-EQUI                   PIC 9(02).
       77    FS-POL                    PIC 9(02).
       77    FS-VIGI                   PIC 9(02).
       77    FS-VALI                   PIC 9(02).
       01    TAB-ARQUIVOS-VALORES.
        03   FILLER PIC X(15) VALUE "parametros.txt".
        03   FILLER PIC X(15) VALUE "linguagens.txt".
        03   FILLER PIC X(15) VALUE "exclusoes.txt".
        03   FILLER PIC X(15) VALUE "equipes.txt".
        03   FILLER PIC X(15) VALUE "politica.txt".
        03   FILLER PIC X(15) VALUE "vigilancia.txt".
       01    TAB-ARQUIVOS REDEFINES TAB-ARQUIVOS-VALORES.
        03   ARQ-NOME                  PIC X(15) OCCURS 6 TIMES.
       01    TAB-CONTADORES.
        03   ARQ-ITEM OCCURS 6 TIMES.
         05  ARQ-LINHAS                PIC 9(05).
         05  ARQ-ERROS                 PIC 9(05).
         05  ARQ-AVISOS                PIC 9(05).
         05  ARQ-PRESENTE              PIC X(01).
       01    TAB-RESERVADOS-VALORES.
        03   FILLER PIC X(24) VALUE "parametros.txt".
        03   FILLER PIC X(24) VALUE "linguagens.txt".
        03   FILLER PIC X(24) VALUE "exclusoes.txt".
        03   FILLER PIC X(24) VALUE "equipes.txt".
        03   FILLER PIC X(24) VALUE "politica.txt".
        03   FILLER PIC X(24) VALUE "historico.txt".
        03   FILLER PIC X(24) VALUE "execucao.log".
        03   FILLER PIC X(24) VALUE "inventario.txt".
        03   FILLER PIC X(24) VALUE "mudancas.txt".
        03   FILLER PIC X(24) VALUE "resultados.idx".
        03   FILLER PIC X(24) VALUE "excecoes-tamanho.txt".
        03   FILLER PIC X(24) VALUE "validacao.txt".
        03   FILLER PIC X(24) VALUE "nao-mapeadas.txt".
        03   FILLER PIC X(24) VALUE "mapa-pendente.txt".
        03   FILLER PIC X(24) VALUE "previsao.txt".
        03   FILLER PIC X(24) VALUE "previsao.csv".
        03   FILLER PIC X(24) VALUE "vigilancia.txt".
        03   FILLER PIC X(24) VALUE "vigilancia-achados.txt".
        03   FILLER PIC X(24) VALUE "vigilancia-rejeitos.txt".
        03   FILLER PIC X(24) VALUE "vigilancia-auditoria.txt".
        03   FILLER PIC X(24) VALUE "duplicados.txt".
        03   FILLER PIC X(24) VALUE "fluxo.log".
        03   FILLER PIC X(24) VALUE "conciliacao.txt".
        03   FILLER PIC X(24) VALUE "rotatividade.txt".
        03   FILLER PIC X(24) VALUE "rotatividade-acum.txt".
        03   FILLER PIC X(24) VALUE "boletim.txt".
        03   FILLER PIC X(24) VALUE "politica-excecoes.txt".
        03   FILLER PIC X(24) VALUE "compactacao.txt".
        03   FILLER PIC X(24) VALUE "mapa-auditoria.txt".
        03   FILLER PIC X(24) VALUE "mapa-rejeitos.txt".
        03   FILLER PIC X(24) VALUE "equipes-auditoria.txt".
        03   FILLER PIC X(24) VALUE "equipes-rejeitos.txt".
        03   FILLER PIC X(24) VALUE "historico-mensal.txt".
        03   FILLER PIC X(24) VALUE "historico.novo".
        03   FILLER PIC X(24) VALUE "inventario.novo".
        03   FILLER PIC X(24) VALUE "rotatividade-acum.novo".
        03   FILLER PIC X(24) VALUE "fluxo.txt".
       01    TAB-RESERVADOS REDEFINES TAB-RESERVADOS-VALORES.
        03   RESERVADO                 PIC X(24) OCCURS 37 TIMES.
       01    TAB-LINGUAGENS-VALORES.
        03 FILLER PIC X(35) VALUE "c                   C              ".
        03 FILLER PIC X(35) VALUE "h                   C              ".
        03 FILLER PIC X(35) VALUE "cpp                 C++            ".
        03 FILLER PIC X(35) VALUE "cc                  C++            ".
        03 FILLER PIC X(35) VALUE "cxx                 C++            ".
        03 FILLER PIC X(35) VALUE "hpp                 C++            ".
        03 FILLER PIC X(35) VALUE "cob                 COBOL          ".
        03 FILLER PIC X(35) VALUE "cbl                 COBOL          ".
        03 FILLER PIC X(35) VALUE "cpy                 COBOL          ".
        03 FILLER PIC X(35) VALUE "py                  Python         ".
        03 FILLER PIC X(35) VALUE "pyw                 Python         ".
        03 FILLER PIC X(35) VALUE "java                Java           ".
        03 FILLER PIC X(35) VALUE "js                  JavaScript     ".
        03 FILLER PIC X(35) VALUE "ts                  JavaScript     ".
        03 FILLER PIC X(35) VALUE "rb                  Ruby           ".
        03 FILLER PIC X(35) VALUE "go                  Go             ".
        03 FILLER PIC X(35) VALUE "rs                  Rust           ".
        03 FILLER PIC X(35) VALUE "sh                  Shell          ".
        03 FILLER PIC X(35) VALUE "pl                  Perl           ".
        03 FILLER PIC X(35) VALUE "php                 PHP            ".
        03 FILLER PIC X(35) VALUE "cs                  C#             ".
        03 FILLER PIC X(35) VALUE "swift               Swift          ".
        03 FILLER PIC X(35) VALUE "kt                  Kotlin         ".
        03 FILLER PIC X(35) VALUE "md                  Markdown       ".
        03 FILLER PIC X(35) VALUE "txt                 Texto          ".
        03 FILLER PIC X(35) VALUE "log                 Log            ".
        03 FILLER PIC X(35) VALUE "xml                 XML            ".
        03 FILLER PIC X(35) VALUE "json                JSON           ".
        03 FILLER PIC X(35) VALUE "yml                 YAML           ".
        03 FILLER PIC X(35) VALUE "yaml                YAML           ".
        03 FILLER PIC X(35) VALUE "html                HTML           ".
        03 FILLER PIC X(35) VALUE "htm                 HTML           ".
        03 FILLER PIC X(35) VALUE "css                 CSS            ".
        03 FILLER PIC X(35) VALUE "sql                 SQL            ".
       01    TAB-LINGUAGENS REDEFINES TAB-LINGUAGENS-VALORES.
        03   TAB-LING-ENTRY OCCURS 34 TIMES.
         05  TAB-LING-EXT              PIC X(20).
         05  TAB-LING-NOME             PIC X(15).
       01    LINHA-PARM.
        03   PARM-NOME                 PIC X(20).
        03   PARM-VALOR                PIC X(100).
       01    PARM-TAB.
        03   PARM-ITEM OCCURS 50 TIMES.
         05  PARM-T-NOME               PIC X(20).
         05  PARM-T-LINHA              PIC 9(05).
       77    QTDE-PARM                 PIC 9(02).
       01    SAIDA-TAB.
        03   SAIDA-ITEM OCCURS 4 TIMES.
         05  SAIDA-PARM                PIC X(20).
         05  SAIDA-NOME                PIC X(100).
         05  SAIDA-LINHA               PIC 9(05).
       01    LINHA-MAPA.
        03   LINHA-MAPA-EXT            PIC X(20).
        03   LINHA-MAPA-NOME           PIC X(15).
        03   LINHA-MAPA-SIT            PIC X(01).
       01    MAPA-TAB.
        03   MAPA-ITEM OCCURS 200 TIMES.
         05  MAPA-EXT                  PIC X(20).
         05  MAPA-NOME                 PIC X(15).
         05  MAPA-SIT                  PIC X(01).
         05  MAPA-LINHA                PIC 9(05).
       77    QTDE-MAPA                 PIC 9(03).
       01    LINHA-EXCL.
        03   LINHA-EXCL-TIPO           PIC X(03).
        03   LINHA-EXCL-SEP            PIC X(01).
        03   LINHA-EXCL-VALOR          PIC X(60).
       01    EXCL-TAB.
        03   EXCL-ITEM OCCURS 100 TIMES.
         05  EXCL-TIPO                 PIC X(03).
         05  EXCL-VALOR                PIC X(60).
         05  EXCL-LINHA                PIC 9(05).
       77    QTDE-EXCL                 PIC 9(03).
       01    LINHA-EQUI.
        03   LINHA-EQUI-PFX            PIC X(40).
        03   LINHA-EQUI-NOME           PIC X(20).
       01    EQUI-TAB.
        03   EQUI-ITEM OCCURS 50 TIMES.
         05  EQUI-PFX                  PIC X(40).
         05  EQUI-TAM                  PIC 9(02).
         05  EQUI-NOME                 PIC X(20).
         05  EQUI-LINHA                PIC 9(05).
       77    QTDE-EQUI                 PIC 9(02).
       01    LINHA-POL.
        03   POL-TIPO                  PIC X(01).
        03   FILLER                    PIC X(01).
        03   POL-NOME                  PIC X(40).
        03   FILLER                    PIC X(01).
        03   POL-REGRA                 PIC X(03).
        03   FILLER                    PIC X(01).
        03   POL-VALOR                 PIC X(12).
       01    POL-TAB.
        03   POL-ITEM OCCURS 100 TIMES.
         05  POL-T-TIPO                PIC X(01).
         05  POL-T-NOME                PIC X(40).
         05  POL-T-REGRA               PIC X(03).
         05  POL-T-LINHA               PIC 9(05).
       77    QTDE-POL                  PIC 9(03).
       01    LINHA-VIGI.
        03   LINHA-VIGI-TIPO           PIC X(01).
        03   LINHA-VIGI-SEP1           PIC X(01).
        03   LINHA-VIGI-VALOR          PIC X(40).
        03   LINHA-VIGI-SEP2           PIC X(01).
        03   LINHA-VIGI-SEV            PIC X(01).
        03   LINHA-VIGI-SEP3           PIC X(01).
        03   LINHA-VIGI-SIT            PIC X(01).
       01    VIGI-TAB.
        03   VIGI-ITEM OCCURS 200 TIMES.
         05  VIGI-T-TIPO               PIC X(01).
         05  VIGI-T-VALOR              PIC X(40).
         05  VIGI-T-LINHA              PIC 9(05).
       77    QTDE-VIGI                 PIC 9(03).
       77    VALOR-VIGI-MIN            PIC X(40).
       77    CORINGAS                  PIC 9(02).
       77    IND-ARQ                   PIC 9(01).
       77    NUM-LINHA                 PIC 9(05).
       77    IND1                      PIC 9(03).
       77    IND2                      PIC 9(03).
       77    IND3                      PIC 9(03).
       77    TAM-PFX                   PIC 9(02).
       77    ACHOU                     PIC X(01).
       77    LINHA-ANTERIOR            PIC 9(05).
       77    LINHA-ANT-ED              PIC ZZZZ9.
       77    LINHA-ANT-TXT             PIC X(05).
       77    IND-ED                    PIC 9(02).
       77    NOME-MAIUSC-1             PIC X(15).
       77    NOME-MAIUSC-2             PIC X(15).
       77    SEV-VALI                  PIC X(05).
       77    MSG-VALI                  PIC X(70).
       01    LINHA-VALI.
        03   VALI-ARQ                  PIC X(15).
        03   FILLER                    PIC X(01).
        03   VALI-LINHA                PIC ZZZZ9.
        03   FILLER                    PIC X(01).
        03   VALI-SEV                  PIC X(05).
        03   FILLER                    PIC X(01).
        03   VALI-MSG                  PIC X(70).
        03   FILLER                    PIC X(02).
       01    LINHA-RESUMO.
        03   RES-ARQ                   PIC X(15).
        03   FILLER                    PIC X(01).
        03   RES-LINHAS                PIC ZZZZ9.
        03   FILLER                    PIC X(02).
        03   RES-ERROS                 PIC ZZZZ9.
        03   FILLER                    PIC X(02).
        03   RES-AVISOS                PIC ZZZZ9.
        03   FILLER                    PIC X(02).
        03   RES-SIT                   PIC X(10).
        03   FILLER                    PIC X(53).
       77    TOTAL-ERROS               PIC 9(05).
       77    TOTAL-AVISOS              PIC 9(05).
       77    CONTADOR-ED               PIC ZZZZ9.
       01    DATA-EXEC.
        03   DATA-ANO                  PIC 9(04).
        03   DATA-MES                  PIC 9(02).
        03   DATA-DIA                  PIC 9(02).
       77    DATA-ED                   PIC X(10).
       77    VALOR-PARM                PIC 9(09).
       77    PARM-OK                   PIC X(01).
       77    PARM-MIN                  PIC 9(09).
       77    PARM-MAX                  PIC 9(09).
       77    FAIXA-PARM                PIC X(20).
       77    CAMPO-NUM                 PIC X(12).
       77    VALOR-NUM                 PIC 9(12).
       77    VALOR-DEC                 PIC 9(02).
       77    CASAS-DEC                 PIC 9(02).
       77    ACHOU-PONTO               PIC X(01).
       01    DIGITO-AREA.
        03   DIGITO                    PIC X(01).
       01    DIGITO-NUM REDEFINES DIGITO-AREA PIC 9(01).

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE  ZEROS                 TO  TOTAL-ERROS TOTAL-AVISOS.
           MOVE  ZEROS                 TO  QTDE-PARM QTDE-MAPA.
           MOVE  ZEROS                 TO  QTDE-EXCL QTDE-EQUI.
           MOVE  ZEROS                 TO  QTDE-POL QTDE-VIGI.
           MOVE  ZEROS                 TO  IND1.
       LIMPA-CONTADORES.
           ADD   1                     TO  IND1.
           IF IND1 > 6
              GO TO ABRE-SAIDA.
           MOVE  ZEROS                 TO  ARQ-LINHAS( IND1 ).
           MOVE  ZEROS                 TO  ARQ-ERROS( IND1 ).
           MOVE  ZEROS                 TO  ARQ-AVISOS( IND1 ).
           MOVE  "N"                   TO  ARQ-PRESENTE( IND1 ).
           GO TO LIMPA-CONTADORES.
       ABRE-SAIDA.
           ACCEPT  DATA-EXEC        FROM DATE YYYYMMDD.
           MOVE  SPACES                TO  DATA-ED.
           STRING  DATA-DIA  "/" DATA-MES "/" DATA-ANO
                   DELIMITED BY SIZE INTO DATA-ED.
           OPEN OUTPUT VALI-SAIDA.
           IF FS-VALI > 0
              DISPLAY "Erro de Abertura: " FS-VALI.
           MOVE  SPACES                TO  LINHA-VALI.
           STRING "Validacao LANGVALI - " DATA-ED
                  DELIMITED BY SIZE INTO LINHA-VALI.
           PERFORM P890-GRAVA-LINHA    THRU P899-FIM.
           MOVE  SPACES                TO  LINHA-VALI.
           MOVE  "Arquivo"             TO  VALI-ARQ.
           MOVE  "Sev."                TO  VALI-SEV.
           MOVE  "Problema"            TO  VALI-MSG.
           PERFORM P890-GRAVA-LINHA    THRU P899-FIM.
           PERFORM P100-PARAMETROS     THRU P199-FIM.
           PERFORM P200-MAPA           THRU P299-FIM.
           PERFORM P300-EXCLUSOES      THRU P399-FIM.
           PERFORM P400-EQUIPES        THRU P499-FIM.
           PERFORM P500-POLITICA       THRU P599-FIM.
           PERFORM P860-VIGILANCIA     THRU P869-FIM.
           PERFORM P600-CRUZA-PARAMETROS THRU P649-FIM.
           PERFORM P650-CRUZA-EXCLUSOES THRU P699-FIM.
           PERFORM P700-CRUZA-POLITICA THRU P799-FIM.
           PERFORM P900-RESUMO         THRU P999-FIM.
           IF TOTAL-ERROS > ZERO
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
           IF TOTAL-AVISOS > ZERO
              MOVE  4                  TO  RETURN-CODE.
           STOP RUN.

       P100-PARAMETROS.
           MOVE  1                     TO  IND-ARQ.
           MOVE  ZEROS                 TO  NUM-LINHA.
           MOVE  "RELATORIO"           TO  SAIDA-PARM( 1 ).
           MOVE  "relatorio.txt"       TO  SAIDA-NOME( 1 ).
           MOVE  "EXPORTACAO"          TO  SAIDA-PARM( 2 ).
           MOVE  "exportacao.csv"      TO  SAIDA-NOME( 2 ).
           MOVE  "REJEITOS"            TO  SAIDA-PARM( 3 ).
           MOVE  "rejeitos.txt"        TO  SAIDA-NOME( 3 ).
           MOVE  "TENDENCIA"           TO  SAIDA-PARM( 4 ).
           MOVE  "tendencia.txt"       TO  SAIDA-NOME( 4 ).
           MOVE  ZEROS                 TO  SAIDA-LINHA( 1 ).
           MOVE  ZEROS                 TO  SAIDA-LINHA( 2 ).
           MOVE  ZEROS                 TO  SAIDA-LINHA( 3 ).
           MOVE  ZEROS                 TO  SAIDA-LINHA( 4 ).
           OPEN INPUT PARM-ARQ.
           IF FS-PARM NOT = ZERO
              GO TO P199-FIM.
           MOVE  "S"                   TO  ARQ-PRESENTE( 1 ).
       P110-LE-PARM.
           READ PARM-ARQ AT END GO TO P190-FECHA.
           ADD   1                     TO  NUM-LINHA ARQ-LINHAS( 1 ).
           MOVE  REG-PARM              TO  LINHA-PARM.
           IF LINHA-PARM = SPACES
              GO TO P110-LE-PARM.
           IF PARM-NOME(1:1) = "*"
              GO TO P110-LE-PARM.
           PERFORM P120-PARM-REPETIDO  THRU P129-FIM.
           IF PARM-NOME = "RELATORIO"
              MOVE  1                  TO  IND1
              PERFORM P130-PARM-ARQUIVO THRU P139-FIM
              GO TO P110-LE-PARM.
           IF PARM-NOME = "EXPORTACAO"
              MOVE  2                  TO  IND1
              PERFORM P130-PARM-ARQUIVO THRU P139-FIM
              GO TO P110-LE-PARM.
           IF PARM-NOME = "REJEITOS"
              MOVE  3                  TO  IND1
              PERFORM P130-PARM-ARQUIVO THRU P139-FIM
              GO TO P110-LE-PARM.
           IF PARM-NOME = "TENDENCIA"
              MOVE  4                  TO  IND1
              PERFORM P130-PARM-ARQUIVO THRU P139-FIM
              GO TO P110-LE-PARM.
           IF PARM-NOME = "TOP-HISTORICO"
              MOVE  1                  TO  PARM-MIN
              MOVE  99                 TO  PARM-MAX
              MOVE  "1 a 99"           TO  FAIXA-PARM
              PERFORM P140-PARM-NUMERO THRU P149-FIM
              GO TO P110-LE-PARM.
           IF PARM-NOME = "TOP-DIR-EXT"
              MOVE  1                  TO  PARM-MIN
              MOVE  20                 TO  PARM-MAX
              MOVE  "1 a 20"           TO  FAIXA-PARM
              PERFORM P140-PARM-NUMERO THRU P149-FIM
              GO TO P110-LE-PARM.
           IF PARM-NOME = "LIMITE-REJEICAO"
              MOVE  0                  TO  PARM-MIN
              MOVE  100                TO  PARM-MAX
              MOVE  "0 a 100"          TO  FAIXA-PARM
              PERFORM P140-PARM-NUMERO THRU P149-FIM
              GO TO P110-LE-PARM.
           IF PARM-NOME = "INTERVALO-CKPT"
              MOVE  1                  TO  PARM-MIN
              MOVE  999999             TO  PARM-MAX
              MOVE  "1 a 999999"       TO  FAIXA-PARM
              PERFORM P140-PARM-NUMERO THRU P149-FIM
              GO TO P110-LE-PARM.
           IF PARM-NOME = "LIMITE-TAMANHO"
              MOVE  1                  TO  PARM-MIN
              MOVE  999999999          TO  PARM-MAX
              MOVE  "1 a 999999999"    TO  FAIXA-PARM
              PERFORM P140-PARM-NUMERO THRU P149-FIM
              GO TO P110-LE-PARM.
           IF PARM-NOME = "FORMATO-ENTRADA"
              PERFORM P150-PARM-FORMATO THRU P159-FIM
              GO TO P110-LE-PARM.
           MOVE  "ERRO"                TO  SEV-VALI.
           MOVE  SPACES                TO  MSG-VALI.
           STRING "Parametro desconhecido: " PARM-NOME
                  DELIMITED BY SIZE INTO MSG-VALI.
           PERFORM P800-REGISTRA       THRU P889-FIM.
           GO TO P110-LE-PARM.
       P190-FECHA.
           CLOSE PARM-ARQ.
           GO TO P199-FIM.

       P120-PARM-REPETIDO.
           MOVE  ZEROS                 TO  IND2.
       P121-LOOPING.
           ADD   1                     TO  IND2.
           IF IND2 > QTDE-PARM
              GO TO P125-ANOTA.
           IF PARM-T-NOME( IND2 ) NOT = PARM-NOME
              GO TO P121-LOOPING.
           MOVE  PARM-T-LINHA( IND2 )  TO  LINHA-ANT-ED.
           PERFORM P850-EDITA-LINHA    THRU P859-FIM.
           MOVE  NUM-LINHA             TO  PARM-T-LINHA( IND2 ).
           MOVE  "AVISO"               TO  SEV-VALI.
           MOVE  SPACES                TO  MSG-VALI.
           STRING "Parametro repetido (vale o ultimo) - ja na linha "
                  DELIMITED BY SIZE LINHA-ANT-TXT DELIMITED BY SPACE
                  INTO MSG-VALI.
           PERFORM P800-REGISTRA       THRU P889-FIM.
           GO TO P129-FIM.
       P125-ANOTA.
           IF QTDE-PARM NOT LESS 50
              GO TO P129-FIM.
           ADD   1                     TO  QTDE-PARM.
           MOVE  PARM-NOME             TO  PARM-T-NOME( QTDE-PARM ).
           MOVE  NUM-LINHA             TO  PARM-T-LINHA( QTDE-PARM ).
       P129-FIM.
           EXIT.

       P130-PARM-ARQUIVO.
           IF PARM-VALOR = SPACES
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  "Nome de arquivo em branco" TO MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P139-FIM.
           IF PARM-VALOR(1:1) = SPACE
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  "Nome de arquivo deve comecar na coluna 21"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P139-FIM.
           MOVE  PARM-VALOR            TO  SAIDA-NOME( IND1 ).
           MOVE  NUM-LINHA             TO  SAIDA-LINHA( IND1 ).
       P139-FIM.
           EXIT.

       P140-PARM-NUMERO.
           PERFORM P160-CONVERTE-PARM  THRU P169-FIM.
           IF PARM-OK = "S" AND VALOR-PARM NOT LESS PARM-MIN
              AND VALOR-PARM NOT GREATER PARM-MAX
              GO TO P149-FIM.
           MOVE  "ERRO"                TO  SEV-VALI.
           MOVE  SPACES                TO  MSG-VALI.
           STRING "Valor invalido: " DELIMITED BY SIZE
                  PARM-VALOR(1:12) DELIMITED BY SPACE
                  " (faixa " DELIMITED BY SIZE
                  FAIXA-PARM DELIMITED BY "  "
                  ")" DELIMITED BY SIZE INTO MSG-VALI.
           PERFORM P800-REGISTRA       THRU P889-FIM.
       P149-FIM.
           EXIT.

       P150-PARM-FORMATO.
           IF PARM-VALOR(1:5) = "AUTO " OR PARM-VALOR(1:5) = "UNIX "
              OR PARM-VALOR(1:4) = "DIR " OR PARM-VALOR(1:4) = "CSV "
              GO TO P159-FIM.
           MOVE  "ERRO"                TO  SEV-VALI.
           MOVE  SPACES                TO  MSG-VALI.
           STRING "Formato invalido: " DELIMITED BY SIZE
                  PARM-VALOR(1:12) DELIMITED BY SPACE
                  " (use AUTO, UNIX, DIR ou CSV)"
                  DELIMITED BY SIZE INTO MSG-VALI.
           PERFORM P800-REGISTRA       THRU P889-FIM.
       P159-FIM.
           EXIT.

       P160-CONVERTE-PARM.
           MOVE  "S"                   TO  PARM-OK.
           MOVE  ZEROS                 TO  VALOR-PARM IND2.
       P161-LOOPING.
           ADD   1                     TO  IND2.
           IF IND2 > 9
              GO TO P169-FIM.
           MOVE  PARM-VALOR( IND2 : 1 ) TO  DIGITO.
           IF DIGITO = SPACE
              GO TO P165-TESTA.
           IF DIGITO LESS "0" OR DIGITO GREATER "9"
              MOVE  "N"                TO  PARM-OK
              GO TO P169-FIM.
           COMPUTE VALOR-PARM = VALOR-PARM * 10 + DIGITO-NUM.
           GO TO P161-LOOPING.
       P165-TESTA.
           IF IND2 = 1
              MOVE  "N"                TO  PARM-OK.
       P169-FIM.
           EXIT.
       P199-FIM.
           EXIT.

       P200-MAPA.
           MOVE  2                     TO  IND-ARQ.
           MOVE  ZEROS                 TO  NUM-LINHA.
           OPEN INPUT MAPA-ARQ.
           IF FS-MAPA NOT = ZERO
              MOVE  "AVISO"            TO  SEV-VALI
              MOVE "Mapa inexistente - LANGWAR usara a tabela padrao"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P280-MAPA-PADRAO.
           MOVE  "S"                   TO  ARQ-PRESENTE( 2 ).
       P210-LE-MAPA.
           READ MAPA-ARQ AT END GO TO P270-FECHA.
           ADD   1                     TO  NUM-LINHA ARQ-LINHAS( 2 ).
           MOVE  REG-MAPA              TO  LINHA-MAPA.
           IF LINHA-MAPA = SPACES
              GO TO P210-LE-MAPA.
           IF LINHA-MAPA-EXT = SPACES
              MOVE  "AVISO"            TO  SEV-VALI
              MOVE  "Linha sem extensao - ignorada" TO MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P210-LE-MAPA.
           IF QTDE-MAPA NOT LESS 200
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  "Acima do limite de 200 entradas - ignorada"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P210-LE-MAPA.
           IF LINHA-MAPA-EXT(1:1) = "*"
              MOVE  "AVISO"            TO  SEV-VALI
              MOVE "Comentario nao suportado - lido como extensao"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM.
           IF LINHA-MAPA-EXT(1:1) = "."
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE "Extensao com ponto inicial nunca e encontrada"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM.
           MOVE  20                    TO  IND1.
           PERFORM P260-ACHA-FIM-EXT   THRU P269-FIM.
           MOVE  ZEROS                 TO  IND2.
       P215-TESTA-BRANCO.
           ADD   1                     TO  IND2.
           IF IND2 > IND1
              GO TO P220-TESTA-NOME.
           IF LINHA-MAPA-EXT( IND2 : 1 ) = SPACE
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  "Extensao com espaco interno" TO MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P220-TESTA-NOME.
           GO TO P215-TESTA-BRANCO.
       P220-TESTA-NOME.
           IF LINHA-MAPA-NOME = SPACES
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  "Linguagem em branco" TO MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM.
           IF LINHA-MAPA-SIT NOT = "A" AND LINHA-MAPA-SIT NOT = "I"
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  SPACES             TO  MSG-VALI
              STRING "Situacao invalida '" LINHA-MAPA-SIT
                     "' (use A ou I) - tratada como inativa"
                     DELIMITED BY SIZE INTO MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM.
           MOVE  ZEROS                 TO  IND2.
       P230-PROCURA-REPETIDA.
           ADD   1                     TO  IND2.
           IF IND2 > QTDE-MAPA
              GO TO P240-PROCURA-CAIXA.
           IF MAPA-EXT( IND2 ) NOT = LINHA-MAPA-EXT
              GO TO P230-PROCURA-REPETIDA.
           MOVE  MAPA-LINHA( IND2 )    TO  LINHA-ANT-ED.
           PERFORM P850-EDITA-LINHA    THRU P859-FIM.
           MOVE  "ERRO"                TO  SEV-VALI.
           MOVE  SPACES                TO  MSG-VALI.
           STRING "Extensao repetida - vale a linha "
                  DELIMITED BY SIZE LINHA-ANT-TXT DELIMITED BY SPACE
                  " (" DELIMITED BY SIZE
                  MAPA-NOME( IND2 ) DELIMITED BY "  "
                  ")" DELIMITED BY SIZE INTO MSG-VALI.
           PERFORM P800-REGISTRA       THRU P889-FIM.
       P240-PROCURA-CAIXA.
           MOVE  LINHA-MAPA-NOME       TO  NOME-MAIUSC-1.
           INSPECT NOME-MAIUSC-1 CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE  ZEROS                 TO  IND2.
       P245-LOOPING.
           ADD   1                     TO  IND2.
           IF IND2 > QTDE-MAPA
              GO TO P250-GUARDA.
           IF MAPA-NOME( IND2 ) = LINHA-MAPA-NOME
              GO TO P250-GUARDA.
           MOVE  MAPA-NOME( IND2 )     TO  NOME-MAIUSC-2.
           INSPECT NOME-MAIUSC-2 CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF NOME-MAIUSC-1 NOT = NOME-MAIUSC-2
              GO TO P245-LOOPING.
           MOVE  MAPA-LINHA( IND2 )    TO  LINHA-ANT-ED.
           PERFORM P850-EDITA-LINHA    THRU P859-FIM.
           MOVE  "AVISO"               TO  SEV-VALI.
           MOVE  SPACES                TO  MSG-VALI.
           STRING "Linguagem grafada de outra forma na linha "
                  DELIMITED BY SIZE LINHA-ANT-TXT DELIMITED BY SPACE
                  " (" DELIMITED BY SIZE
                  MAPA-NOME( IND2 ) DELIMITED BY "  "
                  ")" DELIMITED BY SIZE INTO MSG-VALI.
           PERFORM P800-REGISTRA       THRU P889-FIM.
       P250-GUARDA.
           ADD   1                     TO  QTDE-MAPA.
           MOVE  LINHA-MAPA-EXT        TO  MAPA-EXT( QTDE-MAPA ).
           MOVE  LINHA-MAPA-NOME       TO  MAPA-NOME( QTDE-MAPA ).
           MOVE  LINHA-MAPA-SIT        TO  MAPA-SIT( QTDE-MAPA ).
           MOVE  NUM-LINHA             TO  MAPA-LINHA( QTDE-MAPA ).
           GO TO P210-LE-MAPA.
       P260-ACHA-FIM-EXT.
           IF LINHA-MAPA-EXT( IND1 : 1 ) NOT = SPACE
              GO TO P269-FIM.
           IF IND1 = 1
              GO TO P269-FIM.
           SUBTRACT 1                 FROM IND1.
           GO TO P260-ACHA-FIM-EXT.
       P269-FIM.
           EXIT.
       P270-FECHA.
           CLOSE MAPA-ARQ.
           IF QTDE-MAPA > ZERO
              GO TO P299-FIM.
           MOVE  "AVISO"               TO  SEV-VALI.
           MOVE  "Mapa vazio - LANGWAR usara a tabela padrao"
                                       TO  MSG-VALI.
           PERFORM P800-REGISTRA       THRU P889-FIM.
       P280-MAPA-PADRAO.
           MOVE  ZEROS                 TO  IND2.
       P285-LOOPING.
           ADD   1                     TO  IND2.
           IF IND2 > 34
              GO TO P299-FIM.
           MOVE  TAB-LING-EXT( IND2 )  TO  MAPA-EXT( IND2 ).
           MOVE  TAB-LING-NOME( IND2 ) TO  MAPA-NOME( IND2 ).
           MOVE  "A"                   TO  MAPA-SIT( IND2 ).
           MOVE  ZEROS                 TO  MAPA-LINHA( IND2 ).
           MOVE  IND2                  TO  QTDE-MAPA.
           GO TO P285-LOOPING.
       P299-FIM.
           EXIT.

       P300-EXCLUSOES.
           MOVE  3                     TO  IND-ARQ.
           MOVE  ZEROS                 TO  NUM-LINHA.
           OPEN INPUT EXCL-ARQ.
           IF FS-EXCL NOT = ZERO
              GO TO P399-FIM.
           MOVE  "S"                   TO  ARQ-PRESENTE( 3 ).
       P310-LE-EXCL.
           READ EXCL-ARQ AT END GO TO P390-FECHA.
           ADD   1                     TO  NUM-LINHA ARQ-LINHAS( 3 ).
           MOVE  REG-EXCL              TO  LINHA-EXCL.
           IF LINHA-EXCL-TIPO = SPACES
              GO TO P310-LE-EXCL.
           IF LINHA-EXCL-TIPO(1:1) = "*"
              GO TO P310-LE-EXCL.
           IF LINHA-EXCL-VALOR = SPACES
              MOVE  "AVISO"            TO  SEV-VALI
              MOVE  "Regra sem valor - ignorada" TO MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P310-LE-EXCL.
           IF QTDE-EXCL NOT LESS 100
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  "Acima do limite de 100 regras - ignorada"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P310-LE-EXCL.
           IF LINHA-EXCL-TIPO NOT = "PRE"
              AND LINHA-EXCL-TIPO NOT = "EXT"
              AND LINHA-EXCL-TIPO NOT = "DIR"
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  SPACES             TO  MSG-VALI
              STRING "Tipo de exclusao desconhecido: " LINHA-EXCL-TIPO
                     " (use PRE, EXT ou DIR)"
                     DELIMITED BY SIZE INTO MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM.
           IF LINHA-EXCL-SEP NOT = SPACE
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  "Coluna 4 deve estar em branco" TO MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM.
           IF LINHA-EXCL-VALOR(1:1) = SPACE
              MOVE  "AVISO"            TO  SEV-VALI
              MOVE  "Valor nao comeca na coluna 5 - brancos contam"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM.
           IF LINHA-EXCL-TIPO = "EXT" AND LINHA-EXCL-VALOR(1:1) = "."
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE "Extensao com ponto inicial nunca e encontrada"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM.
           MOVE  ZEROS                 TO  IND2.
       P320-PROCURA-REPETIDA.
           ADD   1                     TO  IND2.
           IF IND2 > QTDE-EXCL
              GO TO P330-GUARDA.
           IF EXCL-TIPO( IND2 ) NOT = LINHA-EXCL-TIPO
              OR EXCL-VALOR( IND2 ) NOT = LINHA-EXCL-VALOR
              GO TO P320-PROCURA-REPETIDA.
           MOVE  EXCL-LINHA( IND2 )    TO  LINHA-ANT-ED.
           PERFORM P850-EDITA-LINHA    THRU P859-FIM.
           MOVE  "AVISO"               TO  SEV-VALI.
           MOVE  SPACES                TO  MSG-VALI.
           STRING "Regra repetida - ja na linha " DELIMITED BY SIZE
                  LINHA-ANT-TXT DELIMITED BY SPACE INTO MSG-VALI.
           PERFORM P800-REGISTRA       THRU P889-FIM.
           GO TO P310-LE-EXCL.
       P330-GUARDA.
           ADD   1                     TO  QTDE-EXCL.
           MOVE  LINHA-EXCL-TIPO       TO  EXCL-TIPO( QTDE-EXCL ).
           MOVE  LINHA-EXCL-VALOR      TO  EXCL-VALOR( QTDE-EXCL ).
           MOVE  NUM-LINHA             TO  EXCL-LINHA( QTDE-EXCL ).
           GO TO P310-LE-EXCL.
       P390-FECHA.
           CLOSE EXCL-ARQ.
       P399-FIM.
           EXIT.

       P400-EQUIPES.
           MOVE  4                     TO  IND-ARQ.
           MOVE  ZEROS                 TO  NUM-LINHA.
           OPEN INPUT EQUI-ARQ.
           IF FS-EQUI NOT = ZERO
              GO TO P499-FIM.
           MOVE  "S"                   TO  ARQ-PRESENTE( 4 ).
       P410-LE-EQUI.
           READ EQUI-ARQ AT END GO TO P490-FECHA.
           ADD   1                     TO  NUM-LINHA ARQ-LINHAS( 4 ).
           MOVE  REG-EQUI              TO  LINHA-EQUI.
           IF LINHA-EQUI = SPACES
              GO TO P410-LE-EQUI.
           IF LINHA-EQUI-PFX(1:1) = "*"
              GO TO P410-LE-EQUI.
           IF LINHA-EQUI-PFX = SPACES
              MOVE  "AVISO"            TO  SEV-VALI
              MOVE  "Equipe sem prefixo - ignorada" TO MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P410-LE-EQUI.
           IF LINHA-EQUI-NOME = SPACES
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  "Prefixo sem nome de equipe - ignorado"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P410-LE-EQUI.
           IF QTDE-EQUI NOT LESS 50
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  "Acima do limite de 50 equipes - ignorada"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P410-LE-EQUI.
           MOVE  40                    TO  TAM-PFX.
       P420-ACHA-TAM.
           IF LINHA-EQUI-PFX( TAM-PFX : 1 ) NOT = SPACE
              GO TO P430-COMPARA.
           IF TAM-PFX = 1
              GO TO P430-COMPARA.
           SUBTRACT 1                 FROM TAM-PFX.
           GO TO P420-ACHA-TAM.
       P430-COMPARA.
           MOVE  ZEROS                 TO  IND2.
       P435-LOOPING.
           ADD   1                     TO  IND2.
           IF IND2 > QTDE-EQUI
              GO TO P450-GUARDA.
           MOVE  EQUI-LINHA( IND2 )    TO  LINHA-ANT-ED.
           PERFORM P850-EDITA-LINHA    THRU P859-FIM.
           IF EQUI-TAM( IND2 ) = TAM-PFX
              AND EQUI-PFX( IND2 ) = LINHA-EQUI-PFX
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  SPACES             TO  MSG-VALI
              STRING "Prefixo repetido - vale a linha "
                     DELIMITED BY SIZE
                     LINHA-ANT-TXT DELIMITED BY SPACE
                     " (" DELIMITED BY SIZE
                     EQUI-NOME( IND2 ) DELIMITED BY "  "
                     ")" DELIMITED BY SIZE INTO MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P435-LOOPING.
           IF EQUI-TAM( IND2 ) < TAM-PFX
              AND LINHA-EQUI-PFX( 1 : EQUI-TAM( IND2 ) ) =
                  EQUI-PFX( IND2 )( 1 : EQUI-TAM( IND2 ) )
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  SPACES             TO  MSG-VALI
              STRING "Prefixo encoberto pela linha " DELIMITED BY SIZE
                     LINHA-ANT-TXT DELIMITED BY SPACE
                     " (" DELIMITED BY SIZE
                     EQUI-NOME( IND2 ) DELIMITED BY "  "
                     ") - nunca usado" DELIMITED BY SIZE INTO MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM.
           GO TO P435-LOOPING.
       P450-GUARDA.
           ADD   1                     TO  QTDE-EQUI.
           MOVE  LINHA-EQUI-PFX        TO  EQUI-PFX( QTDE-EQUI ).
           MOVE  TAM-PFX               TO  EQUI-TAM( QTDE-EQUI ).
           MOVE  LINHA-EQUI-NOME       TO  EQUI-NOME( QTDE-EQUI ).
           MOVE  NUM-LINHA             TO  EQUI-LINHA( QTDE-EQUI ).
           GO TO P410-LE-EQUI.
       P490-FECHA.
           CLOSE EQUI-ARQ.
       P499-FIM.
           EXIT.

       P500-POLITICA.
           MOVE  5                     TO  IND-ARQ.
           MOVE  ZEROS                 TO  NUM-LINHA.
           OPEN INPUT POL-ARQ.
           IF FS-POL NOT = ZERO
              MOVE  "AVISO"            TO  SEV-VALI
              MOVE  "Politica inexistente - LANGGUARD nada verifica"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P599-FIM.
           MOVE  "S"                   TO  ARQ-PRESENTE( 5 ).
       P510-LE-POL.
           READ POL-ARQ AT END GO TO P590-FECHA.
           ADD   1                     TO  NUM-LINHA ARQ-LINHAS( 5 ).
           MOVE  REG-POL               TO  LINHA-POL.
           IF LINHA-POL = SPACES
              GO TO P510-LE-POL.
           IF POL-TIPO = "*"
              GO TO P510-LE-POL.
           IF POL-TIPO NOT = "E" AND POL-TIPO NOT = "L"
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  SPACES             TO  MSG-VALI
              STRING "Tipo de regra invalido: " POL-TIPO
                     " (use E ou L)"
                     DELIMITED BY SIZE INTO MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P510-LE-POL.
           IF POL-REGRA NOT = "PCT" AND POL-REGRA NOT = "MIN"
              AND POL-REGRA NOT = "BYT"
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  SPACES             TO  MSG-VALI
              STRING "Codigo de regra invalido: " POL-REGRA
                     " (use PCT, MIN ou BYT)"
                     DELIMITED BY SIZE INTO MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P510-LE-POL.
           IF POL-NOME = SPACES
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  "Regra sem nome" TO MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P510-LE-POL.
           MOVE  POL-VALOR             TO  CAMPO-NUM.
           PERFORM P560-CONVERTE-VALOR THRU P569-FIM.
           IF ACHOU-PONTO = "E"
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  SPACES             TO  MSG-VALI
              STRING "Valor invalido: " POL-VALOR
                     DELIMITED BY SIZE INTO MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P510-LE-POL.
           IF QTDE-POL NOT LESS 100
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  "Acima do limite de 100 regras - ignorada"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P510-LE-POL.
           IF POL-REGRA = "PCT" AND ( VALOR-NUM > 100
              OR ( VALOR-NUM = 100 AND VALOR-DEC > ZERO ) )
              MOVE  "AVISO"            TO  SEV-VALI
              MOVE  "Limite percentual acima de 100 - nunca violado"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM.
           IF POL-REGRA NOT = "PCT" AND ACHOU-PONTO = "S"
              MOVE  "AVISO"            TO  SEV-VALI
              MOVE  "Casas decimais ignoradas em regra MIN/BYT"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM.
           MOVE  ZEROS                 TO  IND2.
       P520-PROCURA-REPETIDA.
           ADD   1                     TO  IND2.
           IF IND2 > QTDE-POL
              GO TO P530-GUARDA.
           IF POL-T-TIPO( IND2 ) NOT = POL-TIPO
              OR POL-T-NOME( IND2 ) NOT = POL-NOME
              OR POL-T-REGRA( IND2 ) NOT = POL-REGRA
              GO TO P520-PROCURA-REPETIDA.
           MOVE  POL-T-LINHA( IND2 )   TO  LINHA-ANT-ED.
           PERFORM P850-EDITA-LINHA    THRU P859-FIM.
           MOVE  "AVISO"               TO  SEV-VALI.
           MOVE  SPACES                TO  MSG-VALI.
           STRING "Regra repetida - ja na linha " DELIMITED BY SIZE
                  LINHA-ANT-TXT DELIMITED BY SPACE INTO MSG-VALI.
           PERFORM P800-REGISTRA       THRU P889-FIM.
       P530-GUARDA.
           ADD   1                     TO  QTDE-POL.
           MOVE  POL-TIPO              TO  POL-T-TIPO( QTDE-POL ).
           MOVE  POL-NOME              TO  POL-T-NOME( QTDE-POL ).
           MOVE  POL-REGRA             TO  POL-T-REGRA( QTDE-POL ).
           MOVE  NUM-LINHA             TO  POL-T-LINHA( QTDE-POL ).
           GO TO P510-LE-POL.
       P590-FECHA.
           CLOSE POL-ARQ.
           GO TO P599-FIM.

       P560-CONVERTE-VALOR.
           MOVE  ZEROS                 TO  VALOR-NUM VALOR-DEC.
           MOVE  ZEROS                 TO  CASAS-DEC IND2.
           MOVE  "N"                   TO  ACHOU-PONTO.
       P561-LOOPING.
           ADD   1                     TO  IND2.
           IF IND2 > 12
              GO TO P569-FIM.
           MOVE  CAMPO-NUM( IND2 : 1 ) TO  DIGITO.
           IF DIGITO = SPACE
              GO TO P561-LOOPING.
           IF DIGITO NOT = "."
              GO TO P565-DIGITO.
           IF ACHOU-PONTO = "N"
              MOVE  "S"                TO  ACHOU-PONTO
              GO TO P561-LOOPING.
           MOVE  "E"                   TO  ACHOU-PONTO.
           GO TO P569-FIM.
       P565-DIGITO.
           IF DIGITO LESS "0" OR DIGITO GREATER "9"
              MOVE  "E"                TO  ACHOU-PONTO
              GO TO P569-FIM.
           IF ACHOU-PONTO = "N"
              COMPUTE VALOR-NUM = VALOR-NUM * 10 + DIGITO-NUM
              GO TO P561-LOOPING.
           IF CASAS-DEC < 2
              COMPUTE VALOR-DEC = VALOR-DEC * 10 + DIGITO-NUM
              ADD   1                  TO  CASAS-DEC.
           GO TO P561-LOOPING.
       P569-FIM.
           EXIT.
       P599-FIM.
           EXIT.

       P600-CRUZA-PARAMETROS.
           MOVE  1                     TO  IND-ARQ.
           MOVE  ZEROS                 TO  IND1.
       P610-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > 4
              GO TO P649-FIM.
           MOVE  SAIDA-LINHA( IND1 )   TO  NUM-LINHA.
           MOVE  IND1                  TO  IND2.
       P620-COMPARA-SAIDAS.
           ADD   1                     TO  IND2.
           IF IND2 > 4
              GO TO P630-RESERVADOS.
           IF SAIDA-NOME( IND2 ) NOT = SAIDA-NOME( IND1 )
              GO TO P620-COMPARA-SAIDAS.
           IF SAIDA-LINHA( IND2 ) > NUM-LINHA
              MOVE  SAIDA-LINHA( IND2 ) TO NUM-LINHA.
           MOVE  "ERRO"                TO  SEV-VALI.
           MOVE  SPACES                TO  MSG-VALI.
           STRING SAIDA-PARM( IND1 ) DELIMITED BY SPACE
                  " e " DELIMITED BY SIZE
                  SAIDA-PARM( IND2 ) DELIMITED BY SPACE
                  " gravam o mesmo arquivo: " DELIMITED BY SIZE
                  SAIDA-NOME( IND1 ) DELIMITED BY SPACE
                  INTO MSG-VALI.
           PERFORM P800-REGISTRA       THRU P889-FIM.
           GO TO P620-COMPARA-SAIDAS.
       P630-RESERVADOS.
           MOVE  SAIDA-LINHA( IND1 )   TO  NUM-LINHA.
           MOVE  ZEROS                 TO  IND3.
       P635-LOOPING.
           ADD   1                     TO  IND3.
           IF IND3 > 37
              GO TO P610-LOOPING.
           IF SAIDA-NOME( IND1 ) NOT = RESERVADO( IND3 )
              GO TO P635-LOOPING.
           MOVE  "ERRO"                TO  SEV-VALI.
           MOVE  SPACES                TO  MSG-VALI.
           STRING SAIDA-PARM( IND1 ) DELIMITED BY SPACE
                  " sobrescreveria " DELIMITED BY SIZE
                  RESERVADO( IND3 ) DELIMITED BY SPACE
                  INTO MSG-VALI.
           PERFORM P800-REGISTRA       THRU P889-FIM.
           GO TO P610-LOOPING.
       P649-FIM.
           EXIT.

       P650-CRUZA-EXCLUSOES.
           MOVE  3                     TO  IND-ARQ.
           MOVE  ZEROS                 TO  IND1.
       P660-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-EXCL
              GO TO P699-FIM.
           IF EXCL-TIPO( IND1 ) NOT = "EXT"
              GO TO P660-LOOPING.
           MOVE  ZEROS                 TO  IND2.
       P670-PROCURA-MAPA.
           ADD   1                     TO  IND2.
           IF IND2 > QTDE-MAPA
              GO TO P660-LOOPING.
           IF MAPA-SIT( IND2 ) NOT = "A"
              OR MAPA-EXT( IND2 ) NOT = EXCL-VALOR( IND1 )
              GO TO P670-PROCURA-MAPA.
           MOVE  EXCL-LINHA( IND1 )    TO  NUM-LINHA.
           MOVE  "AVISO"               TO  SEV-VALI.
           MOVE  SPACES                TO  MSG-VALI.
           STRING "Extensao ativa no mapa (" DELIMITED BY SIZE
                  MAPA-NOME( IND2 ) DELIMITED BY "  "
                  ") sempre sera excluida" DELIMITED BY SIZE
                  INTO MSG-VALI.
           PERFORM P800-REGISTRA       THRU P889-FIM.
           GO TO P660-LOOPING.
       P699-FIM.
           EXIT.

       P700-CRUZA-POLITICA.
           MOVE  5                     TO  IND-ARQ.
           MOVE  ZEROS                 TO  IND1.
       P710-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-POL
              GO TO P799-FIM.
           MOVE  POL-T-LINHA( IND1 )   TO  NUM-LINHA.
           IF POL-T-TIPO( IND1 ) = "E"
              GO TO P750-EXTENSAO.
           IF POL-T-NOME( IND1 ) = "Outras"
              OR POL-T-NOME( IND1 ) = "Sem extensao"
              GO TO P710-LOOPING.
           IF POL-T-NOME( IND1 )(16:25) NOT = SPACES
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE "Nome de linguagem com mais de 15 posicoes"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P710-LOOPING.
           MOVE  "N"                   TO  ACHOU.
           MOVE  ZEROS                 TO  IND2.
       P720-PROCURA-LING.
           ADD   1                     TO  IND2.
           IF IND2 > QTDE-MAPA
              GO TO P730-AVALIA-LING.
           IF MAPA-NOME( IND2 ) NOT = POL-T-NOME( IND1 )
              GO TO P720-PROCURA-LING.
           IF MAPA-SIT( IND2 ) = "A"
              MOVE  "A"                TO  ACHOU
              GO TO P730-AVALIA-LING.
           MOVE  "I"                   TO  ACHOU.
           GO TO P720-PROCURA-LING.
       P730-AVALIA-LING.
           IF ACHOU = "A"
              GO TO P710-LOOPING.
           MOVE  SPACES                TO  MSG-VALI.
           IF ACHOU = "I"
              MOVE  "AVISO"            TO  SEV-VALI
              STRING "Linguagem " DELIMITED BY SIZE
                     POL-T-NOME( IND1 ) DELIMITED BY "  "
                     " so tem extensoes inativas no mapa"
                     DELIMITED BY SIZE INTO MSG-VALI
           ELSE
              MOVE  "ERRO"             TO  SEV-VALI
              STRING "Linguagem " DELIMITED BY SIZE
                     POL-T-NOME( IND1 ) DELIMITED BY "  "
                     " nao existe no mapa"
                     DELIMITED BY SIZE INTO MSG-VALI.
           PERFORM P800-REGISTRA       THRU P889-FIM.
           GO TO P710-LOOPING.
       P750-EXTENSAO.
           IF POL-T-NOME( IND1 )(1:1) = "."
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE "Extensao com ponto inicial nunca e encontrada"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P710-LOOPING.
           MOVE  ZEROS                 TO  IND2.
       P760-PROCURA-EXCL.
           ADD   1                     TO  IND2.
           IF IND2 > QTDE-EXCL
              GO TO P710-LOOPING.
           IF EXCL-TIPO( IND2 ) NOT = "EXT"
              OR EXCL-VALOR( IND2 ) NOT = POL-T-NOME( IND1 )
              GO TO P760-PROCURA-EXCL.
           MOVE  EXCL-LINHA( IND2 )    TO  LINHA-ANT-ED.
           PERFORM P850-EDITA-LINHA    THRU P859-FIM.
           MOVE  "ERRO"                TO  SEV-VALI.
           MOVE  SPACES                TO  MSG-VALI.
           STRING "Extensao excluida em exclusoes.txt linha "
                  DELIMITED BY SIZE LINHA-ANT-TXT DELIMITED BY SPACE
                  " - regra inocua" DELIMITED BY SIZE
                  INTO MSG-VALI.
           PERFORM P800-REGISTRA       THRU P889-FIM.
           GO TO P710-LOOPING.
       P799-FIM.
           EXIT.

       P800-REGISTRA.
           IF SEV-VALI = "ERRO"
              ADD   1                  TO  ARQ-ERROS( IND-ARQ )
              ADD   1                  TO  TOTAL-ERROS
           ELSE
              ADD   1                  TO  ARQ-AVISOS( IND-ARQ )
              ADD   1                  TO  TOTAL-AVISOS.
           MOVE  SPACES                TO  LINHA-VALI.
           MOVE  ARQ-NOME( IND-ARQ )   TO  VALI-ARQ.
           MOVE  NUM-LINHA             TO  VALI-LINHA.
           MOVE  SEV-VALI              TO  VALI-SEV.
           MOVE  MSG-VALI              TO  VALI-MSG.
           PERFORM P890-GRAVA-LINHA    THRU P899-FIM.
       P889-FIM.
           EXIT.

       P850-EDITA-LINHA.
           MOVE  SPACES                TO  LINHA-ANT-TXT.
           MOVE  ZEROS                 TO  IND-ED.
       P855-LOOPING.
           ADD   1                     TO  IND-ED.
           IF IND-ED > 5
              GO TO P859-FIM.
           IF LINHA-ANT-ED( IND-ED : 1 ) = SPACE
              GO TO P855-LOOPING.
           MOVE  LINHA-ANT-ED( IND-ED : ) TO  LINHA-ANT-TXT.
       P859-FIM.
           EXIT.

       P860-VIGILANCIA.
           MOVE  6                     TO  IND-ARQ.
           MOVE  ZEROS                 TO  NUM-LINHA.
           OPEN INPUT VIGI-ARQ.
           IF FS-VIGI NOT = ZERO
              GO TO P869-FIM.
           MOVE  "S"                   TO  ARQ-PRESENTE( 6 ).
       P861-LE-VIGI.
           READ VIGI-ARQ AT END GO TO P868-FECHA.
           ADD   1                     TO  NUM-LINHA ARQ-LINHAS( 6 ).
           MOVE  REG-VIGI              TO  LINHA-VIGI.
           IF LINHA-VIGI = SPACES
              GO TO P861-LE-VIGI.
           IF LINHA-VIGI-TIPO NOT = "E" AND LINHA-VIGI-TIPO NOT = "N"
              AND LINHA-VIGI-TIPO NOT = "P"
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  SPACES             TO  MSG-VALI
              STRING "Tipo de regra desconhecido: " LINHA-VIGI-TIPO
                     " (use E, N ou P) - ignorada"
                     DELIMITED BY SIZE INTO MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P861-LE-VIGI.
           IF LINHA-VIGI-VALOR = SPACES
              MOVE  "AVISO"            TO  SEV-VALI
              MOVE  "Regra sem valor - ignorada" TO MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P861-LE-VIGI.
           IF LINHA-VIGI-SEP1 NOT = SPACE OR LINHA-VIGI-SEP2 NOT = SPACE
              OR LINHA-VIGI-SEP3 NOT = SPACE
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  "Colunas 2, 43 e 45 devem estar em branco"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM.
           IF LINHA-VIGI-VALOR(1:1) = SPACE
              MOVE  "AVISO"            TO  SEV-VALI
              MOVE  "Valor nao comeca na coluna 3 - brancos contam"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM.
           IF LINHA-VIGI-SEV NOT = "A" AND LINHA-VIGI-SEV NOT = "M"
              AND LINHA-VIGI-SEV NOT = "B"
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  SPACES             TO  MSG-VALI
              STRING "Severidade desconhecida: " LINHA-VIGI-SEV
                     " (use A, M ou B)"
                     DELIMITED BY SIZE INTO MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM.
           IF LINHA-VIGI-SIT NOT = "A" AND LINHA-VIGI-SIT NOT = "I"
              MOVE  "AVISO"            TO  SEV-VALI
              MOVE  "Situacao diferente de A ou I - tratada como ativa"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM.
           IF LINHA-VIGI-TIPO = "E" AND LINHA-VIGI-VALOR(1:1) = "."
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE "Extensao com ponto inicial nunca e encontrada"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM.
           MOVE  ZEROS                 TO  CORINGAS.
           INSPECT LINHA-VIGI-VALOR TALLYING CORINGAS
                   FOR ALL "*" ALL "?".
           IF LINHA-VIGI-TIPO = "P" AND CORINGAS = ZERO
              MOVE  "AVISO"            TO  SEV-VALI
              MOVE  "Padrao sem * ou ? - equivale a nome exato"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM.
           IF LINHA-VIGI-SIT = "I"
              GO TO P861-LE-VIGI.
           IF QTDE-VIGI NOT LESS 200
              MOVE  "ERRO"             TO  SEV-VALI
              MOVE  "Acima do limite de 200 regras ativas - ignorada"
                                       TO  MSG-VALI
              PERFORM P800-REGISTRA    THRU P889-FIM
              GO TO P861-LE-VIGI.
           MOVE  LINHA-VIGI-VALOR      TO  VALOR-VIGI-MIN.
           INSPECT VALOR-VIGI-MIN CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                TO "abcdefghijklmnopqrstuvwxyz".
           MOVE  ZEROS                 TO  IND2.
       P862-PROCURA-REPETIDA.
           ADD   1                     TO  IND2.
           IF IND2 > QTDE-VIGI
              GO TO P863-GUARDA.
           IF VIGI-T-TIPO( IND2 ) NOT = LINHA-VIGI-TIPO
              OR VIGI-T-VALOR( IND2 ) NOT = VALOR-VIGI-MIN
              GO TO P862-PROCURA-REPETIDA.
           MOVE  VIGI-T-LINHA( IND2 )  TO  LINHA-ANT-ED.
           PERFORM P850-EDITA-LINHA    THRU P859-FIM.
           MOVE  "AVISO"               TO  SEV-VALI.
           MOVE  SPACES                TO  MSG-VALI.
           STRING "Regra repetida - ja na linha " DELIMITED BY SIZE
                  LINHA-ANT-TXT DELIMITED BY SPACE INTO MSG-VALI.
           PERFORM P800-REGISTRA       THRU P889-FIM.
           GO TO P861-LE-VIGI.
       P863-GUARDA.
           ADD   1                     TO  QTDE-VIGI.
           MOVE  LINHA-VIGI-TIPO       TO  VIGI-T-TIPO( QTDE-VIGI ).
           MOVE  VALOR-VIGI-MIN        TO  VIGI-T-VALOR( QTDE-VIGI ).
           MOVE  NUM-LINHA             TO  VIGI-T-LINHA( QTDE-VIGI ).
           GO TO P861-LE-VIGI.
       P868-FECHA.
           CLOSE VIGI-ARQ.
       P869-FIM.
           EXIT.

       P890-GRAVA-LINHA.
           DISPLAY LINHA-VALI.
           IF FS-VALI = ZERO
              WRITE  REG-VALI          FROM LINHA-VALI.
       P899-FIM.
           EXIT.

       P900-RESUMO.
           IF TOTAL-ERROS = ZERO AND TOTAL-AVISOS = ZERO
              MOVE  SPACES             TO  LINHA-VALI
              MOVE  "Nenhum problema encontrado" TO LINHA-VALI
              PERFORM P890-GRAVA-LINHA THRU P899-FIM.
           MOVE  SPACES                TO  LINHA-VALI.
           PERFORM P890-GRAVA-LINHA    THRU P899-FIM.
           MOVE  SPACES                TO  LINHA-RESUMO.
           MOVE  "Arquivo"             TO  RES-ARQ.
           MOVE  "Linhas"              TO  LINHA-RESUMO(16:6).
           MOVE  "Erros"               TO  LINHA-RESUMO(24:5).
           MOVE  "Avisos"              TO  LINHA-RESUMO(30:6).
           MOVE  "Situacao"            TO  RES-SIT.
           MOVE  LINHA-RESUMO          TO  LINHA-VALI.
           PERFORM P890-GRAVA-LINHA    THRU P899-FIM.
           MOVE  ZEROS                 TO  IND1.
       P910-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > 6
              GO TO P920-TOTAL.
           MOVE  SPACES                TO  LINHA-RESUMO.
           MOVE  ARQ-NOME( IND1 )      TO  RES-ARQ.
           MOVE  ARQ-LINHAS( IND1 )    TO  RES-LINHAS.
           MOVE  ARQ-ERROS( IND1 )     TO  RES-ERROS.
           MOVE  ARQ-AVISOS( IND1 )    TO  RES-AVISOS.
           MOVE  "OK"                  TO  RES-SIT.
           IF ARQ-AVISOS( IND1 ) > ZERO
              MOVE  "AVISO"            TO  RES-SIT.
           IF ARQ-ERROS( IND1 ) > ZERO
              MOVE  "ERRO"             TO  RES-SIT.
           IF ARQ-PRESENTE( IND1 ) NOT = "S"
              MOVE  "AUSENTE"          TO  RES-SIT.
           MOVE  LINHA-RESUMO          TO  LINHA-VALI.
           PERFORM P890-GRAVA-LINHA    THRU P899-FIM.
           GO TO P910-LOOPING.
       P920-TOTAL.
           MOVE  SPACES                TO  LINHA-VALI.
           MOVE  TOTAL-ERROS           TO  CONTADOR-ED.
           STRING "Erros: " CONTADOR-ED
                  DELIMITED BY SIZE INTO LINHA-VALI.
           MOVE  TOTAL-AVISOS          TO  CONTADOR-ED.
           STRING "Avisos: " CONTADOR-ED
                  DELIMITED BY SIZE INTO LINHA-VALI(15:20).
           PERFORM P890-GRAVA-LINHA    THRU P899-FIM.
           MOVE  SPACES                TO  LINHA-VALI.
           IF TOTAL-ERROS > ZERO
              MOVE  "Resultado: INVALIDO - lote deve aguardar correcao"
                                       TO  LINHA-VALI
           ELSE
              IF TOTAL-AVISOS > ZERO
                 MOVE  "Resultado: VALIDO COM AVISOS" TO LINHA-VALI
              ELSE
                 MOVE  "Resultado: VALIDO" TO LINHA-VALI.
           PERFORM P890-GRAVA-LINHA    THRU P899-FIM.
           IF FS-VALI = ZERO
              CLOSE VALI-SAIDA.
       P999-FIM.
           EXIT.

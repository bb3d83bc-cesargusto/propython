       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LANGROTA.
       AUTHOR.        FABIANO WEIMAR DOS SANTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MUD-ARQ
            ASSIGN       TO "mudancas.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-MUD.
            SELECT MAPA-ARQ
            ASSIGN       TO "linguagens.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-MAPA.
            SELECT EQUI-ARQ
            ASSIGN       TO "equipes.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-EQUI.
            SELECT ACUM-ARQ
            ASSIGN       TO "rotatividade-acum.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-ACUM.
            SELECT ACUMN-ARQ
            ASSIGN       TO "rotatividade-acum.novo"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-ACUMN.
            SELECT ROTA-SAIDA
            ASSIGN       TO "rotatividade.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-ROTA.

       DATA DIVISION.
       FILE SECTION.
       FD    MUD-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-MUD                   PIC X(340).

       FD    MAPA-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-MAPA                  PIC X(36).

       FD    EQUI-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-EQUI                  PIC X(60).

       FD    ACUM-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-ACUM                  PIC X(80).

       FD    ACUMN-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-ACUMN                 PIC X(80).

       FD    ROTA-SAIDA
             LABEL RECORD IS STANDARD.
       01    REG-ROTA                  PIC X(100).

       WORKING-STORAGE SECTION.
       77    FS-MUD                    PIC 9(02).
       77    FS-MAPA                   PIC 9(02).
       77    FS-EQUI                   PIC 9(02).
       77    FS-ACUM                   PIC 9(02).
       77    FS-ACUMN                  PIC 9(02).
       77    FS-ROTA                   PIC 9(02).
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
       01    LINHA-MAPA.
        03   LINHA-MAPA-EXT            PIC X(20).
        03   LINHA-MAPA-NOME           PIC X(15).
        03   LINHA-MAPA-SIT            PIC X(01).
       01    TAB-MAPA.
        03   TAB-MAPA-EXT              PIC X(20) OCCURS 200 TIMES.
        03   TAB-MAPA-NOME             PIC X(15) OCCURS 200 TIMES.
        03   TAB-MAPA-SIT              PIC X(01) OCCURS 200 TIMES.
       77    QTDE-MAPA                 PIC 9(03).
       77    NOME-LINGUAGEM            PIC X(15).
       77    BUFFER1                   PIC X(40).
       77    POS-PONTO                 PIC 9(03).
       77    POS-FINAL                 PIC 9(03).
       77    EXT-TAM                   PIC 9(03).
       01    LINHA-EQUI.
        03   LINHA-EQUI-PFX            PIC X(40).
        03   LINHA-EQUI-NOME           PIC X(20).
       01    EQUI-TAB.
        03   EQUI-PFX                  PIC X(40) OCCURS 50 TIMES.
        03   EQUI-PFX-TAM              PIC 9(02) OCCURS 50 TIMES.
       77    QTDE-EQUIPES              PIC 9(02).
       01    ROTA-EQ-TAB.
        03   ROTA-EQ-ITEM OCCURS 80 TIMES.
         05  ROTA-EQ-NOME              PIC X(20).
         05  ROTA-EQ-INC               PIC 9(07).
         05  ROTA-EQ-REM               PIC 9(07).
         05  ROTA-EQ-ALT               PIC 9(07).
         05  ROTA-EQ-LIQ               PIC S9(13).
         05  ROTA-EQ-SEM-AT            PIC 9(07).
         05  ROTA-EQ-SEM-AN            PIC 9(07).
       01    ROTA-EQ-AUX.
         05  FILLER                    PIC X(20).
         05  FILLER                    PIC 9(07).
         05  FILLER                    PIC 9(07).
         05  FILLER                    PIC 9(07).
         05  FILLER                    PIC S9(13).
         05  FILLER                    PIC 9(07).
         05  FILLER                    PIC 9(07).
       77    QTDE-ROTA-EQ              PIC 9(02).
       01    ROTA-LG-TAB.
        03   ROTA-LG-ITEM OCCURS 100 TIMES.
         05  ROTA-LG-NOME              PIC X(20).
         05  ROTA-LG-INC               PIC 9(07).
         05  ROTA-LG-REM               PIC 9(07).
         05  ROTA-LG-ALT               PIC 9(07).
         05  ROTA-LG-LIQ               PIC S9(13).
       01    ROTA-LG-AUX.
         05  FILLER                    PIC X(20).
         05  FILLER                    PIC 9(07).
         05  FILLER                    PIC 9(07).
         05  FILLER                    PIC 9(07).
         05  FILLER                    PIC S9(13).
       77    QTDE-ROTA-LG              PIC 9(03).
       77    IND1                      PIC 9(04).
       77    IND2                      PIC 9(04).
       77    IND-EQ                    PIC 9(02).
       77    IND-LG                    PIC 9(03).
       77    LACO1                     PIC 9(03).
       77    LACO2                     PIC 9(03).
       01    LINHA-MUD                 PIC X(340).
       77    DIR-MUD                   PIC X(200).
       77    TIPO-MUD                  PIC X(01).
       77    TOK-NOME                  PIC X(200).
       77    TOK1                      PIC X(20).
       77    TOK2                      PIC X(20).
       77    TOK3                      PIC X(20).
       77    TAM-ANT-W                 PIC 9(13).
       77    TAM-NOVO-W                PIC 9(13).
       77    CAMPO-NUM                 PIC X(20).
       77    VALOR-LIDO                PIC 9(13).
       77    NUM-OK                    PIC X(01).
       77    QTD-DIGITOS               PIC 9(02).
       01    DIGITO-AREA.
        03   DIGITO                    PIC X(01).
       01    DIGITO-NUM REDEFINES DIGITO-AREA PIC 9(01).
       77    LIDAS-MUD                 PIC 9(07).
       77    QTD-INC                   PIC 9(07).
       77    QTD-REM                   PIC 9(07).
       77    QTD-ALT                   PIC 9(07).
       77    QTD-INVALIDAS             PIC 9(07).
       77    DECL-INC                  PIC 9(07).
       77    DECL-REM                  PIC 9(07).
       77    DECL-ALT                  PIC 9(07).
       77    TEM-DECLARADOS            PIC X(01).
       77    SEM-DETALHE               PIC 9(07).
       77    AVISO-GERAL               PIC X(01).
       77    TRANSBORDO                PIC X(01).
       77    DATA-MUD                  PIC X(10).
       01    DATA-DMA.
        03   DMA-DIA                   PIC X(02).
        03   FILLER                    PIC X(01).
        03   DMA-MES                   PIC X(02).
        03   FILLER                    PIC X(01).
        03   DMA-ANO                   PIC X(04).
       01    DATA-AMD.
        03   AMD-ANO                   PIC 9(04).
        03   AMD-MES                   PIC 9(02).
        03   AMD-DIA                   PIC 9(02).
       01    DATA-AMD-X REDEFINES DATA-AMD PIC X(08).
       77    DATA-RUN                  PIC X(08).
       01    DATA-EXEC.
        03   DATA-ANO                  PIC 9(04).
        03   DATA-MES                  PIC 9(02).
        03   DATA-DIA                  PIC 9(02).
       77    DATA-ED                   PIC X(10).
       01    TAB-DIAS-VALORES          PIC X(36)
                 VALUE "000031059090120151181212243273304334".
       01    TAB-DIAS REDEFINES TAB-DIAS-VALORES.
        03   TAB-DIAS-ACUM             PIC 9(03) OCCURS 12 TIMES.
       77    DJ-ANO-BASE               PIC 9(04).
       77    DJ-Q4                     PIC 9(04).
       77    DJ-Q100                   PIC 9(04).
       77    DJ-Q400                   PIC 9(04).
       77    DJ-NUM                    PIC 9(07).
       77    DJ-RUN                    PIC 9(07).
       77    DJ-DIFERENCA              PIC S9(07).
       01    LINHA-ACUM.
        03   ACUM-DATA                 PIC X(08).
        03   FILLER                    PIC X(01).
        03   ACUM-TIPO                 PIC X(01).
        03   FILLER                    PIC X(01).
        03   ACUM-NOME                 PIC X(20).
        03   FILLER                    PIC X(01).
        03   ACUM-INC                  PIC 9(07).
        03   FILLER                    PIC X(01).
        03   ACUM-REM                  PIC 9(07).
        03   FILLER                    PIC X(01).
        03   ACUM-ALT                  PIC 9(07).
        03   FILLER                    PIC X(01).
        03   ACUM-SINAL                PIC X(01).
        03   ACUM-LIQ                  PIC 9(13).
        03   FILLER                    PIC X(10).
       77    ACUM-MANTIDAS             PIC 9(07).
       77    ACUM-ATIVIDADE            PIC 9(08).
       77    SEM-INICIO-ED             PIC X(10).
       77    VARIACAO                  PIC S9(07).
       77    SITUACAO                  PIC X(08).
       77    TOTAL-INC                 PIC 9(07).
       77    TOTAL-REM                 PIC 9(07).
       77    TOTAL-ALT                 PIC 9(07).
       77    TOTAL-LIQ                 PIC S9(13).
       77    CONTADOR-ED               PIC ZZZZZZ9.
       01    LINHA-ROTA                PIC X(100).
       01    LINHA-ROTA-DET.
        03   DET-NOME                  PIC X(20).
        03   FILLER                    PIC X(01).
        03   DET-INC                   PIC X(07).
        03   FILLER                    PIC X(01).
        03   DET-REM                   PIC X(07).
        03   FILLER                    PIC X(01).
        03   DET-ALT                   PIC X(07).
        03   FILLER                    PIC X(01).
        03   DET-LIQ                   PIC X(14).
        03   FILLER                    PIC X(41).
       01    LINHA-ROTA-SEM.
        03   SEM-NOME                  PIC X(20).
        03   FILLER                    PIC X(01).
        03   SEM-ATUAL                 PIC X(07).
        03   FILLER                    PIC X(01).
        03   SEM-ANTER                 PIC X(07).
        03   FILLER                    PIC X(01).
        03   SEM-VAR                   PIC X(08).
        03   FILLER                    PIC X(01).
        03   SEM-SIT                   PIC X(08).
        03   FILLER                    PIC X(46).
       77    QTD-ED                    PIC ZZZZZZ9.
       77    VAR-ED                    PIC +ZZZZZZ9.
       77    LIQ-ED                    PIC +ZZZZZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE  ZEROS                 TO  LIDAS-MUD QTD-INVALIDAS.
           MOVE  ZEROS                 TO  QTD-INC QTD-REM QTD-ALT.
           MOVE  ZEROS                 TO  DECL-INC DECL-REM DECL-ALT.
           MOVE  ZEROS                 TO  SEM-DETALHE QTDE-ROTA-LG.
           MOVE  "N"                   TO  AVISO-GERAL TRANSBORDO.
           MOVE  "N"                   TO  TEM-DECLARADOS.
           MOVE  SPACES                TO  DATA-MUD DIR-MUD.
           PERFORM P100-CARREGA-MAPA   THRU P129-FIM.
           PERFORM P130-CARREGA-EQUIPES THRU P149-FIM.
           OPEN INPUT MUD-ARQ.
           IF FS-MUD > 0
              DISPLAY "Erro de Abertura: " FS-MUD
              DISPLAY "Relatorio de mudancas indisponivel"
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
       LE-MUDANCAS.
           READ MUD-ARQ AT END GO TO FIM-MUDANCAS.
           ADD   1                     TO  LIDAS-MUD.
           PERFORM P200-PROCESSA-LINHA THRU P299-FIM.
           GO TO LE-MUDANCAS.
       FIM-MUDANCAS.
           CLOSE MUD-ARQ.
           PERFORM P300-DATA-RUN       THRU P309-FIM.
           PERFORM P500-ACUMULA        THRU P599-FIM.
           PERFORM P350-ORDENA-EQUIPES THRU P359-FIM.
           PERFORM P360-ORDENA-LING    THRU P369-FIM.
           PERFORM P400-LISTA          THRU P499-FIM.
           IF AVISO-GERAL = "S" AND RETURN-CODE = ZERO
              MOVE  4                  TO  RETURN-CODE.
           STOP RUN.

       P100-CARREGA-MAPA.
           MOVE  ZEROS                 TO  QTDE-MAPA.
           OPEN INPUT MAPA-ARQ.
           IF FS-MAPA NOT = ZERO
              GO TO P125-MAPA-PADRAO.
       P110-LE-MAPA.
           READ MAPA-ARQ AT END GO TO P120-FECHA-MAPA.
           MOVE  REG-MAPA              TO  LINHA-MAPA.
           IF LINHA-MAPA-EXT = SPACES
              GO TO P110-LE-MAPA.
           IF QTDE-MAPA NOT LESS 200
              GO TO P110-LE-MAPA.
           ADD   1                     TO  QTDE-MAPA.
           MOVE  LINHA-MAPA-EXT        TO  TAB-MAPA-EXT( QTDE-MAPA ).
           MOVE  LINHA-MAPA-NOME       TO  TAB-MAPA-NOME( QTDE-MAPA ).
           MOVE  LINHA-MAPA-SIT        TO  TAB-MAPA-SIT( QTDE-MAPA ).
           GO TO P110-LE-MAPA.
       P120-FECHA-MAPA.
           CLOSE MAPA-ARQ.
           IF QTDE-MAPA > ZERO
              GO TO P129-FIM.
       P125-MAPA-PADRAO.
           MOVE  ZEROS                 TO  IND2.
       P126-LOOPING.
           ADD   1                     TO  IND2.
           IF IND2 > 34
              GO TO P129-FIM.
           MOVE  TAB-LING-EXT( IND2 )  TO  TAB-MAPA-EXT( IND2 ).
           MOVE  TAB-LING-NOME( IND2 ) TO  TAB-MAPA-NOME( IND2 ).
           MOVE  "A"                   TO  TAB-MAPA-SIT( IND2 ).
           MOVE  IND2                  TO  QTDE-MAPA.
           GO TO P126-LOOPING.
       P129-FIM.
           EXIT.

       P130-CARREGA-EQUIPES.
           MOVE  ZEROS                 TO  QTDE-EQUIPES.
           OPEN INPUT EQUI-ARQ.
           IF FS-EQUI NOT = ZERO
              GO TO P140-SEM-EQUIPE.
       P131-LE-EQUIPE.
           READ EQUI-ARQ AT END GO TO P135-FECHA.
           MOVE  REG-EQUI              TO  LINHA-EQUI.
           IF LINHA-EQUI-PFX = SPACES
              GO TO P131-LE-EQUIPE.
           IF LINHA-EQUI-PFX(1:1) = "*"
              GO TO P131-LE-EQUIPE.
           IF LINHA-EQUI-NOME = SPACES
              GO TO P131-LE-EQUIPE.
           IF QTDE-EQUIPES NOT LESS 50
              DISPLAY "Limite de 50 equipes - ignorando "
                      LINHA-EQUI-PFX
              MOVE  "S"                TO  AVISO-GERAL
              GO TO P131-LE-EQUIPE.
           ADD   1                     TO  QTDE-EQUIPES.
           MOVE  LINHA-EQUI-PFX        TO  EQUI-PFX( QTDE-EQUIPES ).
           MOVE  LINHA-EQUI-NOME    TO  ROTA-EQ-NOME( QTDE-EQUIPES ).
           MOVE  40                    TO  IND1.
       P132-ACHA-TAM.
           IF EQUI-PFX( QTDE-EQUIPES )( IND1 : 1 ) NOT = SPACE
              GO TO P133-GRAVA-TAM.
           IF IND1 = 1
              GO TO P133-GRAVA-TAM.
           SUBTRACT 1                 FROM IND1.
           GO TO P132-ACHA-TAM.
       P133-GRAVA-TAM.
           MOVE  IND1                  TO  EQUI-PFX-TAM( QTDE-EQUIPES ).
           GO TO P131-LE-EQUIPE.
       P135-FECHA.
           CLOSE EQUI-ARQ.
           IF QTDE-EQUIPES > ZERO
              DISPLAY "Equipes carregadas: " QTDE-EQUIPES.
       P140-SEM-EQUIPE.
           COMPUTE QTDE-ROTA-EQ = QTDE-EQUIPES + 1.
           MOVE  "(sem equipe)"        TO  ROTA-EQ-NOME( QTDE-ROTA-EQ ).
           MOVE  ZEROS                 TO  IND-EQ.
       P141-LIMPA.
           ADD   1                     TO  IND-EQ.
           IF IND-EQ > QTDE-ROTA-EQ
              GO TO P149-FIM.
           PERFORM P145-ZERA-EQUIPE    THRU P145-FIM.
           GO TO P141-LIMPA.
       P145-ZERA-EQUIPE.
           MOVE  ZEROS                 TO  ROTA-EQ-INC( IND-EQ ).
           MOVE  ZEROS                 TO  ROTA-EQ-REM( IND-EQ ).
           MOVE  ZEROS                 TO  ROTA-EQ-ALT( IND-EQ ).
           MOVE  ZEROS                 TO  ROTA-EQ-LIQ( IND-EQ ).
           MOVE  ZEROS                 TO  ROTA-EQ-SEM-AT( IND-EQ ).
           MOVE  ZEROS                 TO  ROTA-EQ-SEM-AN( IND-EQ ).
       P145-FIM.
           EXIT.
       P149-FIM.
           EXIT.

       P200-PROCESSA-LINHA.
           MOVE  REG-MUD               TO  LINHA-MUD.
           IF LINHA-MUD = SPACES
              GO TO P299-FIM.
           IF LINHA-MUD(1:19) = "Mudancas LANGWAR - "
              MOVE  LINHA-MUD(20:10)   TO  DATA-MUD
              GO TO P299-FIM.
           IF LINHA-MUD(1:2) = SPACES
              GO TO P220-DETALHE.
           IF LINHA-MUD(1:19) = "Arquivos incluidos:"
              MOVE  LINHA-MUD(20:20)   TO  CAMPO-NUM
              PERFORM P900-CONVERTE-NUM THRU P909-FIM
              MOVE  VALOR-LIDO         TO  DECL-INC
              MOVE  "S"                TO  TEM-DECLARADOS
              GO TO P299-FIM.
           IF LINHA-MUD(1:19) = "Arquivos removidos:"
              MOVE  LINHA-MUD(20:20)   TO  CAMPO-NUM
              PERFORM P900-CONVERTE-NUM THRU P909-FIM
              MOVE  VALOR-LIDO         TO  DECL-REM
              GO TO P299-FIM.
           IF LINHA-MUD(1:19) = "Arquivos alterados:"
              MOVE  LINHA-MUD(20:20)   TO  CAMPO-NUM
              PERFORM P900-CONVERTE-NUM THRU P909-FIM
              MOVE  VALOR-LIDO         TO  DECL-ALT
              GO TO P299-FIM.
           IF LINHA-MUD(1:21) = "Mudancas sem detalhe:"
              MOVE  LINHA-MUD(22:20)   TO  CAMPO-NUM
              PERFORM P900-CONVERTE-NUM THRU P909-FIM
              MOVE  VALOR-LIDO         TO  SEM-DETALHE
              MOVE  "S"                TO  AVISO-GERAL
              GO TO P299-FIM.
           MOVE  340                   TO  IND1.
       P210-ACHA-FIM-DIR.
           IF LINHA-MUD( IND1 : 1 ) NOT = SPACE
              GO TO P215-GRAVA-DIR.
           SUBTRACT 1                 FROM IND1.
           GO TO P210-ACHA-FIM-DIR.
       P215-GRAVA-DIR.
           MOVE  SPACES                TO  DIR-MUD.
           IF LINHA-MUD( IND1 : 1 ) = ":" AND IND1 > 1
              SUBTRACT 1             FROM  IND1
              MOVE  LINHA-MUD( 1 : IND1 ) TO DIR-MUD
              GO TO P299-FIM.
           ADD   1                     TO  QTD-INVALIDAS.
           GO TO P299-FIM.
       P220-DETALHE.
           MOVE  SPACES                TO  TIPO-MUD.
           IF LINHA-MUD(3:10) = "Incluido: "
              MOVE  "A"                TO  TIPO-MUD.
           IF LINHA-MUD(3:10) = "Removido: "
              MOVE  "R"                TO  TIPO-MUD.
           IF LINHA-MUD(3:10) = "Alterado: "
              MOVE  "T"                TO  TIPO-MUD.
           IF TIPO-MUD = SPACE
              ADD   1                  TO  QTD-INVALIDAS
              GO TO P299-FIM.
           MOVE  SPACES                TO  TOK-NOME TOK1 TOK2 TOK3.
           UNSTRING LINHA-MUD(13:328) DELIMITED BY ALL SPACE
                    INTO TOK-NOME TOK1 TOK2 TOK3.
           MOVE  ZEROS                 TO  TAM-ANT-W TAM-NOVO-W.
           MOVE  TOK1                  TO  CAMPO-NUM.
           PERFORM P900-CONVERTE-NUM   THRU P909-FIM.
           IF NUM-OK NOT = "S" OR TOK-NOME = SPACES
              ADD   1                  TO  QTD-INVALIDAS
              GO TO P299-FIM.
           IF TIPO-MUD = "A"
              MOVE  VALOR-LIDO         TO  TAM-NOVO-W
              ADD   1                  TO  QTD-INC
              GO TO P230-CLASSIFICA.
           MOVE  VALOR-LIDO            TO  TAM-ANT-W.
           IF TIPO-MUD = "R"
              ADD   1                  TO  QTD-REM
              GO TO P230-CLASSIFICA.
           IF TOK2 = "para"
              MOVE  TOK3               TO  CAMPO-NUM
           ELSE
              MOVE  SPACES             TO  CAMPO-NUM
              MOVE  TOK2(5:16)         TO  CAMPO-NUM.
           IF TOK2(1:4) NOT = "para"
              ADD   1                  TO  QTD-INVALIDAS
              GO TO P299-FIM.
           PERFORM P900-CONVERTE-NUM   THRU P909-FIM.
           IF NUM-OK NOT = "S"
              ADD   1                  TO  QTD-INVALIDAS
              GO TO P299-FIM.
           MOVE  VALOR-LIDO            TO  TAM-NOVO-W.
           ADD   1                     TO  QTD-ALT.
       P230-CLASSIFICA.
           PERFORM P250-ACHA-EQUIPE    THRU P259-FIM.
           PERFORM P260-ACHA-EXTENSAO  THRU P269-FIM.
           PERFORM P270-PROCURA-LINGUAGEM THRU P279-FIM.
           PERFORM P280-ACHA-LING      THRU P289-FIM.
           IF TIPO-MUD = "A"
              ADD   1                  TO  ROTA-EQ-INC( IND-EQ )
              ADD   TAM-NOVO-W         TO  ROTA-EQ-LIQ( IND-EQ ).
           IF TIPO-MUD = "R"
              ADD   1                  TO  ROTA-EQ-REM( IND-EQ )
              SUBTRACT TAM-ANT-W     FROM  ROTA-EQ-LIQ( IND-EQ ).
           IF TIPO-MUD = "T"
              ADD   1                  TO  ROTA-EQ-ALT( IND-EQ )
              ADD   TAM-NOVO-W         TO  ROTA-EQ-LIQ( IND-EQ )
              SUBTRACT TAM-ANT-W     FROM  ROTA-EQ-LIQ( IND-EQ ).
           IF IND-LG = ZERO
              GO TO P299-FIM.
           IF TIPO-MUD = "A"
              ADD   1                  TO  ROTA-LG-INC( IND-LG )
              ADD   TAM-NOVO-W         TO  ROTA-LG-LIQ( IND-LG ).
           IF TIPO-MUD = "R"
              ADD   1                  TO  ROTA-LG-REM( IND-LG )
              SUBTRACT TAM-ANT-W     FROM  ROTA-LG-LIQ( IND-LG ).
           IF TIPO-MUD = "T"
              ADD   1                  TO  ROTA-LG-ALT( IND-LG )
              ADD   TAM-NOVO-W         TO  ROTA-LG-LIQ( IND-LG )
              SUBTRACT TAM-ANT-W     FROM  ROTA-LG-LIQ( IND-LG ).
       P299-FIM.
           EXIT.

       P250-ACHA-EQUIPE.
           MOVE  ZEROS                 TO  IND-EQ.
       P255-PROCURA.
           ADD   1                     TO  IND-EQ.
           IF IND-EQ > QTDE-EQUIPES
              COMPUTE IND-EQ = QTDE-EQUIPES + 1
              GO TO P259-FIM.
           IF DIR-MUD( 1 : EQUI-PFX-TAM( IND-EQ ) ) =
              EQUI-PFX( IND-EQ )( 1 : EQUI-PFX-TAM( IND-EQ ) )
              GO TO P259-FIM.
           GO TO P255-PROCURA.
       P259-FIM.
           EXIT.

       P260-ACHA-EXTENSAO.
           MOVE  ZEROS                 TO  POS-PONTO POS-FINAL.
           MOVE  200                   TO  IND1.
       P261-PROCURA-FINAL.
           IF TOK-NOME( IND1 : 1 ) NOT = SPACE
              MOVE  IND1               TO  POS-FINAL
              GO TO P262-PROCURA-PONTO.
           IF IND1 = 1
              MOVE "(no extension)"   TO  BUFFER1
              GO TO P269-FIM.
           SUBTRACT 1                 FROM IND1.
           GO TO P261-PROCURA-FINAL.
       P262-PROCURA-PONTO.
           IF IND1 = 1
              MOVE "(no extension)"   TO  BUFFER1
              GO TO P269-FIM.
           SUBTRACT 1                 FROM IND1.
           IF TOK-NOME( IND1 : 1 ) = "."
              COMPUTE POS-PONTO = IND1 + 1
              GO TO P265-EXTENSAO.
           GO TO P262-PROCURA-PONTO.
       P265-EXTENSAO.
           COMPUTE EXT-TAM = POS-FINAL - POS-PONTO + 1.
           IF EXT-TAM > 40
              COMPUTE POS-PONTO = POS-FINAL - 39
              MOVE  40                 TO  EXT-TAM.
           MOVE  SPACES                TO  BUFFER1.
           MOVE  TOK-NOME( POS-PONTO : EXT-TAM ) TO BUFFER1.
       P269-FIM.
           EXIT.

       P270-PROCURA-LINGUAGEM.
           MOVE  "Outras"               TO  NOME-LINGUAGEM.
           IF BUFFER1 = "(no extension)"
              MOVE  "Sem extensao"      TO  NOME-LINGUAGEM
              GO TO P279-FIM.
           MOVE  ZEROS                  TO  IND2.
       P275-LOOPING.
           ADD   1                      TO  IND2.
           IF IND2 > QTDE-MAPA
              GO TO P279-FIM.
           IF TAB-MAPA-SIT( IND2 ) = "A"
              AND TAB-MAPA-EXT( IND2 ) = BUFFER1
              MOVE  TAB-MAPA-NOME( IND2 ) TO NOME-LINGUAGEM
              GO TO P279-FIM.
           GO TO P275-LOOPING.
       P279-FIM.
           EXIT.

       P280-ACHA-LING.
           MOVE  ZEROS                 TO  IND-LG.
       P285-LOOPING.
           ADD   1                     TO  IND-LG.
           IF IND-LG > QTDE-ROTA-LG
              GO TO P287-INCLUI.
           IF ROTA-LG-NOME( IND-LG ) = NOME-LINGUAGEM
              GO TO P289-FIM.
           GO TO P285-LOOPING.
       P287-INCLUI.
           IF QTDE-ROTA-LG NOT LESS 100
              MOVE  "S"                TO  TRANSBORDO AVISO-GERAL
              MOVE  ZEROS              TO  IND-LG
              GO TO P289-FIM.
           ADD   1                     TO  QTDE-ROTA-LG.
           MOVE  QTDE-ROTA-LG          TO  IND-LG.
           MOVE  NOME-LINGUAGEM        TO  ROTA-LG-NOME( IND-LG ).
           MOVE  ZEROS                 TO  ROTA-LG-INC( IND-LG ).
           MOVE  ZEROS                 TO  ROTA-LG-REM( IND-LG ).
           MOVE  ZEROS                 TO  ROTA-LG-ALT( IND-LG ).
           MOVE  ZEROS                 TO  ROTA-LG-LIQ( IND-LG ).
       P289-FIM.
           EXIT.

       P300-DATA-RUN.
           ACCEPT  DATA-EXEC        FROM DATE YYYYMMDD.
           MOVE  DATA-MUD              TO  DATA-DMA.
           IF DMA-DIA NOT NUMERIC OR DMA-MES NOT NUMERIC
              OR DMA-ANO NOT NUMERIC
              MOVE  DATA-EXEC          TO  DATA-AMD
              DISPLAY "Data das mudancas nao encontrada - usando hoje"
              MOVE  "S"                TO  AVISO-GERAL
              GO TO P305-CALCULA.
           MOVE  DMA-ANO               TO  AMD-ANO.
           MOVE  DMA-MES               TO  AMD-MES.
           MOVE  DMA-DIA               TO  AMD-DIA.
           IF AMD-MES < 1 OR AMD-MES > 12
              MOVE  DATA-EXEC          TO  DATA-AMD
              MOVE  "S"                TO  AVISO-GERAL.
       P305-CALCULA.
           MOVE  DATA-AMD-X            TO  DATA-RUN.
           MOVE  SPACES                TO  DATA-ED.
           STRING AMD-DIA "/" AMD-MES "/" AMD-ANO
                  DELIMITED BY SIZE INTO DATA-ED.
           PERFORM P600-DIA-JULIANO    THRU P609-FIM.
           MOVE  DJ-NUM                TO  DJ-RUN.
       P309-FIM.
           EXIT.

       P350-ORDENA-EQUIPES.
           MOVE  ZEROS                 TO  LACO1.
       P351-LACO1.
           ADD   1                     TO  LACO1.
           IF LACO1 > QTDE-ROTA-EQ
              GO TO P359-FIM.
           MOVE  LACO1                 TO  LACO2.
       P352-LACO2.
           ADD   1                     TO  LACO2.
           IF LACO2 > QTDE-ROTA-EQ
              GO TO P351-LACO1.
           IF ROTA-EQ-SEM-AT( LACO2 ) > ROTA-EQ-SEM-AT( LACO1 )
              OR ( ROTA-EQ-SEM-AT( LACO2 ) = ROTA-EQ-SEM-AT( LACO1 )
              AND ROTA-EQ-SEM-AN( LACO2 ) > ROTA-EQ-SEM-AN( LACO1 ) )
              MOVE  ROTA-EQ-ITEM( LACO2 ) TO ROTA-EQ-AUX
              MOVE  ROTA-EQ-ITEM( LACO1 ) TO ROTA-EQ-ITEM( LACO2 )
              MOVE  ROTA-EQ-AUX        TO  ROTA-EQ-ITEM( LACO1 ).
           GO TO P352-LACO2.
       P359-FIM.
           EXIT.

       P360-ORDENA-LING.
           MOVE  ZEROS                 TO  LACO1.
       P361-LACO1.
           ADD   1                     TO  LACO1.
           IF LACO1 > QTDE-ROTA-LG
              GO TO P369-FIM.
           MOVE  LACO1                 TO  LACO2.
       P362-LACO2.
           ADD   1                     TO  LACO2.
           IF LACO2 > QTDE-ROTA-LG
              GO TO P361-LACO1.
           IF ROTA-LG-INC( LACO2 ) + ROTA-LG-REM( LACO2 )
                                   + ROTA-LG-ALT( LACO2 ) >
              ROTA-LG-INC( LACO1 ) + ROTA-LG-REM( LACO1 )
                                   + ROTA-LG-ALT( LACO1 )
              MOVE  ROTA-LG-ITEM( LACO2 ) TO ROTA-LG-AUX
              MOVE  ROTA-LG-ITEM( LACO1 ) TO ROTA-LG-ITEM( LACO2 )
              MOVE  ROTA-LG-AUX        TO  ROTA-LG-ITEM( LACO1 ).
           GO TO P362-LACO2.
       P369-FIM.
           EXIT.

       P400-LISTA.
           OPEN OUTPUT ROTA-SAIDA.
           IF FS-ROTA > 0
              DISPLAY "Erro de Abertura: " FS-ROTA
              MOVE  "S"                TO  AVISO-GERAL.
           MOVE  SPACES                TO  LINHA-ROTA.
           STRING "Rotatividade LANGROTA - " DATA-ED
                  DELIMITED BY SIZE INTO LINHA-ROTA.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  QTD-INC               TO  CONTADOR-ED.
           MOVE  SPACES                TO  LINHA-ROTA.
           STRING "Arquivos incluidos:  " CONTADOR-ED
                  DELIMITED BY SIZE INTO LINHA-ROTA.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  QTD-REM               TO  CONTADOR-ED.
           MOVE  SPACES                TO  LINHA-ROTA.
           STRING "Arquivos removidos:  " CONTADOR-ED
                  DELIMITED BY SIZE INTO LINHA-ROTA.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  QTD-ALT               TO  CONTADOR-ED.
           MOVE  SPACES                TO  LINHA-ROTA.
           STRING "Arquivos alterados:  " CONTADOR-ED
                  DELIMITED BY SIZE INTO LINHA-ROTA.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           IF QTD-INVALIDAS > ZERO
              MOVE  QTD-INVALIDAS      TO  CONTADOR-ED
              MOVE  SPACES             TO  LINHA-ROTA
              STRING "AVISO: linhas nao reconhecidas: " CONTADOR-ED
                     DELIMITED BY SIZE INTO LINHA-ROTA
              PERFORM P490-GRAVA-LINHA THRU P490-FIM
              MOVE  "S"                TO  AVISO-GERAL.
           IF SEM-DETALHE > ZERO
              MOVE  SEM-DETALHE        TO  CONTADOR-ED
              MOVE  SPACES             TO  LINHA-ROTA
              STRING "AVISO: mudancas sem detalhe no LANGWAR: "
                     CONTADOR-ED
                     DELIMITED BY SIZE INTO LINHA-ROTA
              PERFORM P490-GRAVA-LINHA THRU P490-FIM.
           IF TEM-DECLARADOS = "S"
              AND ( DECL-INC NOT = QTD-INC OR DECL-REM NOT = QTD-REM
                 OR DECL-ALT NOT = QTD-ALT )
              AND SEM-DETALHE = ZERO
              MOVE  SPACES             TO  LINHA-ROTA
              STRING "AVISO: totais lidos diferem dos declarados"
                     DELIMITED BY SIZE INTO LINHA-ROTA
              PERFORM P490-GRAVA-LINHA THRU P490-FIM
              MOVE  "S"                TO  AVISO-GERAL.
           IF TRANSBORDO = "S"
              MOVE  SPACES             TO  LINHA-ROTA
              STRING "AVISO: tabela cheia - totais parciais"
                     DELIMITED BY SIZE INTO LINHA-ROTA
              PERFORM P490-GRAVA-LINHA THRU P490-FIM.
           MOVE  SPACES                TO  LINHA-ROTA.
           STRING "Rotatividade por equipe:"
                  DELIMITED BY SIZE INTO LINHA-ROTA.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  SPACES                TO  LINHA-ROTA-DET.
           MOVE  "Equipe"              TO  DET-NOME.
           PERFORM P460-CABECALHO      THRU P469-FIM.
           MOVE  ZEROS                 TO  TOTAL-INC TOTAL-REM.
           MOVE  ZEROS                 TO  TOTAL-ALT TOTAL-LIQ.
           MOVE  ZEROS                 TO  IND-EQ.
       P410-EQUI-LOOP.
           ADD   1                     TO  IND-EQ.
           IF IND-EQ > QTDE-ROTA-EQ
              GO TO P415-EQUI-TOTAL.
           IF ROTA-EQ-INC( IND-EQ ) + ROTA-EQ-REM( IND-EQ )
              + ROTA-EQ-ALT( IND-EQ ) = ZERO
              GO TO P410-EQUI-LOOP.
           MOVE  SPACES                TO  LINHA-ROTA-DET.
           MOVE  ROTA-EQ-NOME( IND-EQ ) TO DET-NOME.
           MOVE  ROTA-EQ-INC( IND-EQ ) TO  QTD-ED.
           MOVE  QTD-ED                TO  DET-INC.
           MOVE  ROTA-EQ-REM( IND-EQ ) TO  QTD-ED.
           MOVE  QTD-ED                TO  DET-REM.
           MOVE  ROTA-EQ-ALT( IND-EQ ) TO  QTD-ED.
           MOVE  QTD-ED                TO  DET-ALT.
           MOVE  ROTA-EQ-LIQ( IND-EQ ) TO  LIQ-ED.
           MOVE  LIQ-ED                TO  DET-LIQ.
           MOVE  LINHA-ROTA-DET        TO  LINHA-ROTA.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           ADD   ROTA-EQ-INC( IND-EQ ) TO  TOTAL-INC.
           ADD   ROTA-EQ-REM( IND-EQ ) TO  TOTAL-REM.
           ADD   ROTA-EQ-ALT( IND-EQ ) TO  TOTAL-ALT.
           ADD   ROTA-EQ-LIQ( IND-EQ ) TO  TOTAL-LIQ.
           GO TO P410-EQUI-LOOP.
       P415-EQUI-TOTAL.
           PERFORM P470-LINHA-TOTAL    THRU P479-FIM.
           MOVE  SPACES                TO  LINHA-ROTA.
           STRING "Rotatividade por linguagem:"
                  DELIMITED BY SIZE INTO LINHA-ROTA.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  SPACES                TO  LINHA-ROTA-DET.
           MOVE  "Linguagem"           TO  DET-NOME.
           PERFORM P460-CABECALHO      THRU P469-FIM.
           MOVE  ZEROS                 TO  TOTAL-INC TOTAL-REM.
           MOVE  ZEROS                 TO  TOTAL-ALT TOTAL-LIQ.
           MOVE  ZEROS                 TO  IND-LG.
       P420-LING-LOOP.
           ADD   1                     TO  IND-LG.
           IF IND-LG > QTDE-ROTA-LG
              GO TO P425-LING-TOTAL.
           MOVE  SPACES                TO  LINHA-ROTA-DET.
           MOVE  ROTA-LG-NOME( IND-LG ) TO DET-NOME.
           MOVE  ROTA-LG-INC( IND-LG ) TO  QTD-ED.
           MOVE  QTD-ED                TO  DET-INC.
           MOVE  ROTA-LG-REM( IND-LG ) TO  QTD-ED.
           MOVE  QTD-ED                TO  DET-REM.
           MOVE  ROTA-LG-ALT( IND-LG ) TO  QTD-ED.
           MOVE  QTD-ED                TO  DET-ALT.
           MOVE  ROTA-LG-LIQ( IND-LG ) TO  LIQ-ED.
           MOVE  LIQ-ED                TO  DET-LIQ.
           MOVE  LINHA-ROTA-DET        TO  LINHA-ROTA.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           ADD   ROTA-LG-INC( IND-LG ) TO  TOTAL-INC.
           ADD   ROTA-LG-REM( IND-LG ) TO  TOTAL-REM.
           ADD   ROTA-LG-ALT( IND-LG ) TO  TOTAL-ALT.
           ADD   ROTA-LG-LIQ( IND-LG ) TO  TOTAL-LIQ.
           GO TO P420-LING-LOOP.
       P425-LING-TOTAL.
           PERFORM P470-LINHA-TOTAL    THRU P479-FIM.
           MOVE  SPACES                TO  LINHA-ROTA.
           STRING "Atividade semanal por equipe (semana ate "
                  DATA-ED " x semana anterior):"
                  DELIMITED BY SIZE INTO LINHA-ROTA.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  SPACES                TO  LINHA-ROTA-SEM.
           MOVE  "Equipe"              TO  SEM-NOME.
           MOVE  "  Atual"             TO  SEM-ATUAL.
           MOVE  " Anter."             TO  SEM-ANTER.
           MOVE  "Variacao"            TO  SEM-VAR.
           MOVE  "Situacao"            TO  SEM-SIT.
           MOVE  LINHA-ROTA-SEM        TO  LINHA-ROTA.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  ZEROS                 TO  IND-EQ.
       P430-SEM-LOOP.
           ADD   1                     TO  IND-EQ.
           IF IND-EQ > QTDE-ROTA-EQ
              GO TO P440-FECHA.
           IF ROTA-EQ-SEM-AT( IND-EQ ) = ZERO
              AND ROTA-EQ-SEM-AN( IND-EQ ) = ZERO
              GO TO P430-SEM-LOOP.
           COMPUTE VARIACAO = ROTA-EQ-SEM-AT( IND-EQ )
                            - ROTA-EQ-SEM-AN( IND-EQ ).
           MOVE  "ESTAVEL"             TO  SITUACAO.
           IF VARIACAO > ZERO
              MOVE  "SUBINDO"          TO  SITUACAO.
           IF VARIACAO < ZERO
              MOVE  "CAINDO"           TO  SITUACAO.
           IF ROTA-EQ-SEM-AN( IND-EQ ) = ZERO
              MOVE  "NOVA"             TO  SITUACAO.
           IF ROTA-EQ-SEM-AT( IND-EQ ) = ZERO
              MOVE  "PARADA"           TO  SITUACAO.
           MOVE  SPACES                TO  LINHA-ROTA-SEM.
           MOVE  ROTA-EQ-NOME( IND-EQ ) TO SEM-NOME.
           MOVE  ROTA-EQ-SEM-AT( IND-EQ ) TO QTD-ED.
           MOVE  QTD-ED                TO  SEM-ATUAL.
           MOVE  ROTA-EQ-SEM-AN( IND-EQ ) TO QTD-ED.
           MOVE  QTD-ED                TO  SEM-ANTER.
           MOVE  VARIACAO              TO  VAR-ED.
           MOVE  VAR-ED                TO  SEM-VAR.
           MOVE  SITUACAO              TO  SEM-SIT.
           MOVE  LINHA-ROTA-SEM        TO  LINHA-ROTA.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           GO TO P430-SEM-LOOP.
       P440-FECHA.
           IF FS-ROTA = ZERO
              CLOSE ROTA-SAIDA.
           GO TO P499-FIM.
       P460-CABECALHO.
           MOVE  "Incluid"             TO  DET-INC.
           MOVE  "Removid"             TO  DET-REM.
           MOVE  "Alterad"             TO  DET-ALT.
           MOVE  "  Liq. (bytes)"      TO  DET-LIQ.
           MOVE  LINHA-ROTA-DET        TO  LINHA-ROTA.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  SPACES                TO  LINHA-ROTA-DET.
       P469-FIM.
           EXIT.
       P470-LINHA-TOTAL.
           MOVE  SPACES                TO  LINHA-ROTA-DET.
           MOVE  "Total"               TO  DET-NOME.
           MOVE  TOTAL-INC             TO  QTD-ED.
           MOVE  QTD-ED                TO  DET-INC.
           MOVE  TOTAL-REM             TO  QTD-ED.
           MOVE  QTD-ED                TO  DET-REM.
           MOVE  TOTAL-ALT             TO  QTD-ED.
           MOVE  QTD-ED                TO  DET-ALT.
           MOVE  TOTAL-LIQ             TO  LIQ-ED.
           MOVE  LIQ-ED                TO  DET-LIQ.
           MOVE  LINHA-ROTA-DET        TO  LINHA-ROTA.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
       P479-FIM.
           EXIT.
       P490-GRAVA-LINHA.
           DISPLAY LINHA-ROTA.
           IF FS-ROTA = ZERO
              WRITE  REG-ROTA          FROM LINHA-ROTA.
       P490-FIM.
           EXIT.
       P499-FIM.
           EXIT.

       P500-ACUMULA.
           MOVE  ZEROS                 TO  ACUM-MANTIDAS.
           OPEN OUTPUT ACUMN-ARQ.
           IF FS-ACUMN > 0
              DISPLAY "Erro de Abertura: " FS-ACUMN
              MOVE  "S"                TO  AVISO-GERAL
              GO TO P599-FIM.
           OPEN INPUT ACUM-ARQ.
           IF FS-ACUM NOT = ZERO
              GO TO P520-GRAVA-ATUAL.
       P510-LE-ACUM.
           READ ACUM-ARQ AT END GO TO P515-FECHA-ACUM.
           MOVE  REG-ACUM              TO  LINHA-ACUM.
           IF LINHA-ACUM = SPACES
              GO TO P510-LE-ACUM.
           IF ACUM-DATA = DATA-RUN
              GO TO P510-LE-ACUM.
           WRITE  REG-ACUMN            FROM LINHA-ACUM.
           ADD   1                     TO  ACUM-MANTIDAS.
           IF ACUM-TIPO NOT = "E" OR ACUM-DATA NOT NUMERIC
              GO TO P510-LE-ACUM.
           MOVE  ACUM-DATA             TO  DATA-AMD-X.
           PERFORM P600-DIA-JULIANO    THRU P609-FIM.
           COMPUTE DJ-DIFERENCA = DJ-RUN - DJ-NUM.
           IF DJ-DIFERENCA < ZERO OR DJ-DIFERENCA > 13
              GO TO P510-LE-ACUM.
           PERFORM P540-ACHA-EQUIPE-NOME THRU P549-FIM.
           IF IND-EQ = ZERO
              GO TO P510-LE-ACUM.
           COMPUTE ACUM-ATIVIDADE = ACUM-INC + ACUM-REM + ACUM-ALT.
           IF DJ-DIFERENCA < 7
              ADD   ACUM-ATIVIDADE     TO  ROTA-EQ-SEM-AT( IND-EQ )
           ELSE
              ADD   ACUM-ATIVIDADE     TO  ROTA-EQ-SEM-AN( IND-EQ ).
           GO TO P510-LE-ACUM.
       P515-FECHA-ACUM.
           CLOSE ACUM-ARQ.
       P520-GRAVA-ATUAL.
           MOVE  ZEROS                 TO  IND-EQ.
       P521-EQUI-LOOP.
           ADD   1                     TO  IND-EQ.
           IF IND-EQ > QTDE-ROTA-EQ
              GO TO P525-LING.
           IF ROTA-EQ-INC( IND-EQ ) + ROTA-EQ-REM( IND-EQ )
              + ROTA-EQ-ALT( IND-EQ ) = ZERO
              GO TO P521-EQUI-LOOP.
           MOVE  SPACES                TO  LINHA-ACUM.
           MOVE  DATA-RUN              TO  ACUM-DATA.
           MOVE  "E"                   TO  ACUM-TIPO.
           MOVE  ROTA-EQ-NOME( IND-EQ ) TO ACUM-NOME.
           MOVE  ROTA-EQ-INC( IND-EQ ) TO  ACUM-INC.
           MOVE  ROTA-EQ-REM( IND-EQ ) TO  ACUM-REM.
           MOVE  ROTA-EQ-ALT( IND-EQ ) TO  ACUM-ALT.
           MOVE  "+"                   TO  ACUM-SINAL.
           IF ROTA-EQ-LIQ( IND-EQ ) < ZERO
              MOVE  "-"                TO  ACUM-SINAL.
           MOVE  ROTA-EQ-LIQ( IND-EQ ) TO  ACUM-LIQ.
           WRITE  REG-ACUMN            FROM LINHA-ACUM.
           COMPUTE ACUM-ATIVIDADE = ACUM-INC + ACUM-REM + ACUM-ALT.
           ADD   ACUM-ATIVIDADE        TO  ROTA-EQ-SEM-AT( IND-EQ ).
           GO TO P521-EQUI-LOOP.
       P525-LING.
           MOVE  ZEROS                 TO  IND-LG.
       P526-LING-LOOP.
           ADD   1                     TO  IND-LG.
           IF IND-LG > QTDE-ROTA-LG
              GO TO P530-COPIA.
           MOVE  SPACES                TO  LINHA-ACUM.
           MOVE  DATA-RUN              TO  ACUM-DATA.
           MOVE  "L"                   TO  ACUM-TIPO.
           MOVE  ROTA-LG-NOME( IND-LG ) TO ACUM-NOME.
           MOVE  ROTA-LG-INC( IND-LG ) TO  ACUM-INC.
           MOVE  ROTA-LG-REM( IND-LG ) TO  ACUM-REM.
           MOVE  ROTA-LG-ALT( IND-LG ) TO  ACUM-ALT.
           MOVE  "+"                   TO  ACUM-SINAL.
           IF ROTA-LG-LIQ( IND-LG ) < ZERO
              MOVE  "-"                TO  ACUM-SINAL.
           MOVE  ROTA-LG-LIQ( IND-LG ) TO  ACUM-LIQ.
           WRITE  REG-ACUMN            FROM LINHA-ACUM.
           GO TO P526-LING-LOOP.
       P530-COPIA.
           CLOSE ACUMN-ARQ.
           OPEN INPUT ACUMN-ARQ.
           IF FS-ACUMN NOT = ZERO
              DISPLAY "Erro de Abertura: " FS-ACUMN
              MOVE  "S"                TO  AVISO-GERAL
              GO TO P599-FIM.
           OPEN OUTPUT ACUM-ARQ.
           IF FS-ACUM > 0
              DISPLAY "Erro de Abertura: " FS-ACUM
              MOVE  "S"                TO  AVISO-GERAL
              CLOSE ACUMN-ARQ
              GO TO P599-FIM.
       P535-COPIA-LOOP.
           READ ACUMN-ARQ AT END GO TO P538-FECHA.
           WRITE  REG-ACUM             FROM REG-ACUMN.
           GO TO P535-COPIA-LOOP.
       P538-FECHA.
           CLOSE ACUMN-ARQ.
           CLOSE ACUM-ARQ.
           MOVE  ACUM-MANTIDAS         TO  CONTADOR-ED.
           DISPLAY "Registros anteriores mantidos: " CONTADOR-ED.
           GO TO P599-FIM.
       P540-ACHA-EQUIPE-NOME.
           MOVE  ZEROS                 TO  IND-EQ.
       P545-LOOPING.
           ADD   1                     TO  IND-EQ.
           IF IND-EQ > QTDE-ROTA-EQ
              GO TO P547-INCLUI.
           IF ROTA-EQ-NOME( IND-EQ ) = ACUM-NOME
              GO TO P549-FIM.
           GO TO P545-LOOPING.
       P547-INCLUI.
           IF QTDE-ROTA-EQ NOT LESS 80
              MOVE  ZEROS              TO  IND-EQ
              GO TO P549-FIM.
           ADD   1                     TO  QTDE-ROTA-EQ.
           MOVE  QTDE-ROTA-EQ          TO  IND-EQ.
           MOVE  ACUM-NOME             TO  ROTA-EQ-NOME( IND-EQ ).
           PERFORM P145-ZERA-EQUIPE    THRU P145-FIM.
       P549-FIM.
           EXIT.
       P599-FIM.
           EXIT.

       P600-DIA-JULIANO.
           MOVE  AMD-ANO               TO  DJ-ANO-BASE.
           IF AMD-MES < 3
              SUBTRACT 1             FROM  DJ-ANO-BASE.
           DIVIDE DJ-ANO-BASE BY 4   GIVING DJ-Q4.
           DIVIDE DJ-ANO-BASE BY 100 GIVING DJ-Q100.
           DIVIDE DJ-ANO-BASE BY 400 GIVING DJ-Q400.
           IF AMD-MES < 1 OR AMD-MES > 12
              MOVE  1                  TO  AMD-MES.
           COMPUTE DJ-NUM = AMD-ANO * 365 + DJ-Q4 - DJ-Q100 + DJ-Q400
                          + TAB-DIAS-ACUM( AMD-MES ) + AMD-DIA.
       P609-FIM.
           EXIT.

       P900-CONVERTE-NUM.
           MOVE  "S"                   TO  NUM-OK.
           MOVE  ZEROS                 TO  VALOR-LIDO IND2 QTD-DIGITOS.
       P905-LOOPING.
           ADD   1                     TO  IND2.
           IF IND2 > 20
              GO TO P908-TESTA.
           MOVE  CAMPO-NUM( IND2 : 1 ) TO  DIGITO.
           IF DIGITO = SPACE
              GO TO P905-LOOPING.
           IF DIGITO LESS "0" OR DIGITO GREATER "9"
              MOVE  "N"                TO  NUM-OK
              GO TO P909-FIM.
           IF QTD-DIGITOS < 13
              COMPUTE VALOR-LIDO = VALOR-LIDO * 10 + DIGITO-NUM.
           ADD   1                     TO  QTD-DIGITOS.
           GO TO P905-LOOPING.
       P908-TESTA.
           IF QTD-DIGITOS = ZERO
              MOVE  "N"                TO  NUM-OK.
       P909-FIM.
           EXIT.

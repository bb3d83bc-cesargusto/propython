       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LANGPEND.
       AUTHOR.        FABIANO WEIMAR DOS SANTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT NMAP-ARQ
            ASSIGN       TO "nao-mapeadas.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-NMAP.
            SELECT MAPA-ARQ
            ASSIGN       TO "linguagens.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-MAPA.
            SELECT PEND-SAIDA
            ASSIGN       TO "mapa-pendente.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-PEND.

       DATA DIVISION.
       FILE SECTION.
       FD    NMAP-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-NMAP                  PIC X(100).

       FD    MAPA-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-MAPA                  PIC X(36).

       FD    PEND-SAIDA
             LABEL RECORD IS STANDARD.
       01    REG-PEND                  PIC X(60).

       WORKING-STORAGE SECTION.
       77    FS-NMAP                   PIC 9(02).
       77    FS-MAPA                   PIC 9(02).
       77    FS-PEND                   PIC 9(02).
       01    LINHA-NMAP.
        03   NMAP-EXT                  PIC X(40).
        03   FILLER                    PIC X(01).
        03   NMAP-QTD                  PIC 9(07).
        03   FILLER                    PIC X(01).
        03   NMAP-BYTES                PIC 9(12).
        03   FILLER                    PIC X(01).
        03   NMAP-PRIMEIRA             PIC X(10).
        03   FILLER                    PIC X(01).
        03   NMAP-ULTIMA               PIC X(10).
        03   FILLER                    PIC X(01).
        03   NMAP-EXECS                PIC 9(05).
        03   FILLER                    PIC X(11).
       01    PEND-TAB.
        03   PEND-ITEM OCCURS 500 TIMES.
         05  PEND-EXT                  PIC X(40).
         05  PEND-QTD                  PIC 9(07).
         05  PEND-BYTES                PIC 9(12).
         05  PEND-PRIMEIRA             PIC X(10).
         05  PEND-ULTIMA               PIC X(10).
       01    PEND-AUX                  PIC X(79).
       77    QTDE-PEND                 PIC 9(03).
       01    LINHA-MAPA.
        03   LINHA-MAPA-EXT            PIC X(20).
        03   LINHA-MAPA-NOME           PIC X(15).
        03   LINHA-MAPA-SIT            PIC X(01).
       01    TAB-MAPA.
        03   TAB-MAPA-EXT              PIC X(20) OCCURS 200 TIMES.
       77    QTDE-MAPA                 PIC 9(03).
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
       01    LINHA-TRANS.
        03   TR-OP                     PIC X(01).
        03   FILLER                    PIC X(01).
        03   TR-EXT                    PIC X(20).
        03   FILLER                    PIC X(01).
        03   TR-NOME                   PIC X(15).
        03   FILLER                    PIC X(22).
       01    LINHA-PEND                PIC X(60).
       77    IND1                      PIC 9(03).
       77    IND2                      PIC 9(03).
       77    LACO1                     PIC 9(03).
       77    LACO2                     PIC 9(03).
       77    EXT-MAPEADA               PIC X(01).
       77    QTD-ED                    PIC ZZZZZZ9.
       77    BYTES-ED                  PIC ZZZZZZZZZZZ9.
       77    CONTADOR-LIDAS            PIC 9(05).
       77    CONTADOR-REVISADAS        PIC 9(05).
       77    CONTADOR-LONGAS           PIC 9(05).
       77    CONTADOR-ED               PIC ZZZZ9.
       01    DATA-EXEC.
        03   DATA-ANO                  PIC 9(04).
        03   DATA-MES                  PIC 9(02).
        03   DATA-DIA                  PIC 9(02).
       77    DATA-ED                   PIC X(10).

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE  ZEROS                 TO  QTDE-PEND CONTADOR-LIDAS.
           MOVE  ZEROS                 TO  CONTADOR-REVISADAS.
           MOVE  ZEROS                 TO  CONTADOR-LONGAS.
           ACCEPT  DATA-EXEC        FROM DATE YYYYMMDD.
           MOVE  SPACES                TO  DATA-ED.
           STRING  DATA-DIA  "/" DATA-MES "/" DATA-ANO
                   DELIMITED BY SIZE INTO DATA-ED.
           PERFORM P100-CARREGA-MAPA   THRU P199-FIM.
           PERFORM P200-CARREGA-LISTA  THRU P299-FIM.
           PERFORM P300-ORDENA         THRU P399-FIM.
           PERFORM P400-GRAVA          THRU P499-FIM.
           MOVE  CONTADOR-LIDAS        TO  CONTADOR-ED.
           DISPLAY "Extensoes na lista:     " CONTADOR-ED.
           MOVE  CONTADOR-REVISADAS    TO  CONTADOR-ED.
           DISPLAY "Ja revisadas no mapa:   " CONTADOR-ED.
           MOVE  CONTADOR-LONGAS       TO  CONTADOR-ED.
           DISPLAY "Longas demais p/ mapa:  " CONTADOR-ED.
           COMPUTE CONTADOR-ED = QTDE-PEND - CONTADOR-LONGAS.
           DISPLAY "Transacoes pendentes:   " CONTADOR-ED.
           STOP RUN.

       P100-CARREGA-MAPA.
           MOVE  ZEROS                 TO  QTDE-MAPA.
           OPEN INPUT MAPA-ARQ.
           IF FS-MAPA NOT = ZERO
              GO TO P150-MAPA-PADRAO.
       P110-LE-MAPA.
           READ MAPA-ARQ AT END GO TO P120-FECHA.
           MOVE  REG-MAPA              TO  LINHA-MAPA.
           IF LINHA-MAPA-EXT = SPACES
              GO TO P110-LE-MAPA.
           IF QTDE-MAPA NOT LESS 200
              GO TO P110-LE-MAPA.
           ADD   1                     TO  QTDE-MAPA.
           MOVE  LINHA-MAPA-EXT        TO  TAB-MAPA-EXT( QTDE-MAPA ).
           GO TO P110-LE-MAPA.
       P120-FECHA.
           CLOSE MAPA-ARQ.
           IF QTDE-MAPA > ZERO
              GO TO P199-FIM.
       P150-MAPA-PADRAO.
           MOVE  ZEROS                 TO  IND1.
       P160-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > 34
              GO TO P199-FIM.
           MOVE  TAB-LING-EXT( IND1 )  TO  TAB-MAPA-EXT( IND1 ).
           MOVE  IND1                  TO  QTDE-MAPA.
           GO TO P160-LOOPING.
       P199-FIM.
           EXIT.

       P200-CARREGA-LISTA.
           OPEN INPUT NMAP-ARQ.
           IF FS-NMAP NOT = ZERO
              DISPLAY "Lista de extensoes sem mapa inexistente"
              MOVE  4                  TO  RETURN-CODE
              GO TO P299-FIM.
       P210-LE-LISTA.
           READ NMAP-ARQ AT END GO TO P290-FECHA.
           MOVE  REG-NMAP              TO  LINHA-NMAP.
           IF NMAP-EXT = SPACES
              GO TO P210-LE-LISTA.
           ADD   1                     TO  CONTADOR-LIDAS.
           PERFORM P250-PROCURA-MAPA   THRU P259-FIM.
           IF EXT-MAPEADA = "S"
              ADD   1                  TO  CONTADOR-REVISADAS
              GO TO P210-LE-LISTA.
           IF QTDE-PEND NOT LESS 500
              GO TO P210-LE-LISTA.
           ADD   1                     TO  QTDE-PEND.
           MOVE  NMAP-EXT              TO  PEND-EXT( QTDE-PEND ).
           MOVE  NMAP-QTD              TO  PEND-QTD( QTDE-PEND ).
           MOVE  NMAP-BYTES            TO  PEND-BYTES( QTDE-PEND ).
           MOVE  NMAP-PRIMEIRA         TO  PEND-PRIMEIRA( QTDE-PEND ).
           MOVE  NMAP-ULTIMA           TO  PEND-ULTIMA( QTDE-PEND ).
           GO TO P210-LE-LISTA.
       P250-PROCURA-MAPA.
           MOVE  "N"                   TO  EXT-MAPEADA.
           MOVE  ZEROS                 TO  IND2.
       P255-LOOPING.
           ADD   1                     TO  IND2.
           IF IND2 > QTDE-MAPA
              GO TO P259-FIM.
           IF TAB-MAPA-EXT( IND2 ) = NMAP-EXT
              MOVE  "S"                TO  EXT-MAPEADA
              GO TO P259-FIM.
           GO TO P255-LOOPING.
       P259-FIM.
           EXIT.
       P290-FECHA.
           CLOSE NMAP-ARQ.
       P299-FIM.
           EXIT.

       P300-ORDENA.
           MOVE  ZEROS                 TO  LACO1.
       P310-LACO1.
           ADD   1                     TO  LACO1.
           IF LACO1 NOT LESS QTDE-PEND
              GO TO P399-FIM.
           MOVE  LACO1                 TO  LACO2.
       P320-LACO2.
           ADD   1                     TO  LACO2.
           IF LACO2 > QTDE-PEND
              GO TO P310-LACO1.
           IF PEND-QTD( LACO2 ) > PEND-QTD( LACO1 )
              OR ( PEND-QTD( LACO2 ) = PEND-QTD( LACO1 )
              AND PEND-BYTES( LACO2 ) > PEND-BYTES( LACO1 ) )
              MOVE  PEND-ITEM( LACO1 ) TO  PEND-AUX
              MOVE  PEND-ITEM( LACO2 ) TO  PEND-ITEM( LACO1 )
              MOVE  PEND-AUX           TO  PEND-ITEM( LACO2 ).
           GO TO P320-LACO2.
       P399-FIM.
           EXIT.

       P400-GRAVA.
           OPEN OUTPUT PEND-SAIDA.
           IF FS-PEND > 0
              DISPLAY "Erro de Abertura: " FS-PEND
              MOVE  8                  TO  RETURN-CODE
              GO TO P499-FIM.
           MOVE  SPACES                TO  LINHA-PEND.
           STRING "* LANGPEND - extensoes sem mapa em " DATA-ED
                  DELIMITED BY SIZE INTO LINHA-PEND.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE "* Para aprovar, troque o * da coluna 1 por I e informe"
                                       TO  LINHA-PEND.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE "* a linguagem na coluna 24. Linhas com * nao entram."
                                       TO  LINHA-PEND.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE "* Para manter sem mapa, aprove e acrescente D <ext>."
                                       TO  LINHA-PEND.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  "*"                   TO  LINHA-PEND.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           IF QTDE-PEND = ZERO
              MOVE  "* Nenhuma extensao pendente" TO LINHA-PEND
              PERFORM P490-GRAVA-LINHA THRU P490-FIM.
           MOVE  ZEROS                 TO  IND1.
       P410-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-PEND
              GO TO P480-FECHA.
           MOVE  PEND-QTD( IND1 )      TO  QTD-ED.
           MOVE  PEND-BYTES( IND1 )    TO  BYTES-ED.
           MOVE  SPACES                TO  LINHA-PEND.
           STRING "*   arq.: " QTD-ED "  bytes: " BYTES-ED
                  "  desde " PEND-PRIMEIRA( IND1 )
                  DELIMITED BY SIZE INTO LINHA-PEND.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           IF PEND-EXT( IND1 )(21:20) NOT = SPACES
              ADD   1                  TO  CONTADOR-LONGAS
              MOVE  SPACES             TO  LINHA-PEND
              STRING "*   nao cabe no mapa: " PEND-EXT( IND1 )
                     DELIMITED BY SIZE INTO LINHA-PEND
              PERFORM P490-GRAVA-LINHA THRU P490-FIM
              GO TO P410-LOOPING.
           MOVE  SPACES                TO  LINHA-TRANS.
           MOVE  "*"                   TO  TR-OP.
           MOVE  PEND-EXT( IND1 )      TO  TR-EXT.
           MOVE  LINHA-TRANS           TO  LINHA-PEND.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           GO TO P410-LOOPING.
       P480-FECHA.
           CLOSE PEND-SAIDA.
           IF CONTADOR-LONGAS > ZERO AND RETURN-CODE = ZERO
              MOVE  4                  TO  RETURN-CODE.
           GO TO P499-FIM.
       P490-GRAVA-LINHA.
           IF FS-PEND = ZERO
              WRITE  REG-PEND          FROM LINHA-PEND.
       P490-FIM.
           EXIT.
       P499-FIM.
           EXIT.

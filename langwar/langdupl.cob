       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LANGDUPL.
       AUTHOR.        FABIANO WEIMAR DOS SANTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SNAP-ARQ
            ASSIGN       TO "inventario.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-SNAP.
            SELECT MAPA-ARQ
            ASSIGN       TO "linguagens.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-MAPA.
            SELECT DUPL-SAIDA
            ASSIGN       TO "duplicados.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-DUPL.

       DATA DIVISION.
       FILE SECTION.
       FD    SNAP-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-SNAP                  PIC X(314).

       FD    MAPA-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-MAPA                  PIC X(36).

       FD    DUPL-SAIDA
             LABEL RECORD IS STANDARD.
       01    REG-DUPL                  PIC X(340).

       WORKING-STORAGE SECTION.
       77    FS-SNAP                   PIC 9(02).
       77    FS-MAPA                   PIC 9(02).
       77    FS-DUPL                   PIC 9(02).
       01    LINHA-SNAP.
        03   SNAP-DIR                  PIC X(100).
        03   FILLER                    PIC X(01).
        03   SNAP-NOME                 PIC X(200).
        03   FILLER                    PIC X(01).
        03   SNAP-TAM                  PIC 9(12).
       01    CHAVE-LIDA.
        03   CHAVE-NOME                PIC X(200).
        03   CHAVE-TAM                 PIC 9(12).
       01    GRP-TAB.
        03   GRP-ITEM OCCURS 5000 TIMES.
         05  GRP-CHAVE.
          07 GRP-NOME                  PIC X(200).
          07 GRP-TAM                   PIC 9(12).
         05  GRP-QTD                   PIC 9(05).
       77    QTDE-GRP                  PIC 9(04).
       01    OCOR-TAB.
        03   OCOR-ITEM OCCURS 5000 TIMES.
         05  OCOR-GRP                  PIC 9(04).
         05  OCOR-DIR                  PIC X(100).
       77    QTDE-OCOR                 PIC 9(04).
       01    DUP-TAB.
        03   DUP-ITEM OCCURS 5000 TIMES.
         05  DUP-GRP                   PIC 9(04).
         05  DUP-DESP                  PIC 9(15).
       01    DUP-AUX                   PIC X(19).
       77    QTDE-DUP                  PIC 9(04).
       01    EXTD-TAB.
        03   EXTD-ITEM OCCURS 500 TIMES.
         05  EXTD-NOME                 PIC X(40).
         05  EXTD-LING                 PIC X(15).
         05  EXTD-GRUPOS               PIC 9(05).
         05  EXTD-COPIAS               PIC 9(05).
         05  EXTD-DESP                 PIC 9(15).
       01    EXTD-AUX                  PIC X(80).
       77    QTDE-EXTD                 PIC 9(03).
       01    LINGD-TAB.
        03   LINGD-ITEM OCCURS 50 TIMES.
         05  LINGD-NOME                PIC X(15).
         05  LINGD-GRUPOS              PIC 9(05).
         05  LINGD-COPIAS              PIC 9(05).
         05  LINGD-DESP                PIC 9(15).
       01    LINGD-AUX                 PIC X(40).
       77    QTDE-LINGD                PIC 9(02).
       01    DIRD-TAB.
        03   DIRD-ITEM OCCURS 200 TIMES.
         05  DIRD-NOME                 PIC X(100).
         05  DIRD-QTD                  PIC 9(05).
         05  DIRD-BYTES                PIC 9(15).
       01    DIRD-AUX                  PIC X(120).
       77    QTDE-DIRD                 PIC 9(03).
       77    TOP-DIRS                  PIC 9(02) VALUE 10.
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
       77    IND1                      PIC 9(04).
       77    IND2                      PIC 9(04).
       77    IND3                      PIC 9(04).
       77    IND-ACHOU                 PIC 9(04).
       77    LIM-INF                   PIC 9(04).
       77    LIM-SUP                   PIC 9(04).
       77    MEIO                      PIC 9(04).
       77    POS-INS                   PIC 9(04).
       77    CONTADOR-LIDOS            PIC 9(08).
       77    CONTADOR-VAZIOS           PIC 9(08).
       77    CONTADOR-PERDIDOS         PIC 9(08).
       77    COPIAS-EXCEDENTES         PIC 9(08).
       77    BYTES-DESPERDICIO         PIC 9(15).
       77    DESPERDICIO               PIC 9(15).
       77    CONTADOR-ED               PIC ZZZZZZZ9.
       77    COPIAS-ED                 PIC ZZZZ9.
       77    GRUPOS-ED                 PIC ZZZZ9.
       77    TAM-ED                    PIC ZZZZZZZZZZZ9.
       77    DESP-ED                   PIC ZZZZZZZZZZZZZZ9.
       77    AVISO-GERAL               PIC X(01).
       01    DATA-EXEC.
        03   DATA-ANO                  PIC 9(04).
        03   DATA-MES                  PIC 9(02).
        03   DATA-DIA                  PIC 9(02).
       01    DATA-ED                   PIC X(10).
       01    LINHA-DUPL                PIC X(340).

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE  ZEROS                 TO  QTDE-GRP QTDE-OCOR.
           MOVE  ZEROS                 TO  QTDE-DUP QTDE-EXTD.
           MOVE  ZEROS                 TO  QTDE-LINGD QTDE-DIRD.
           MOVE  ZEROS                 TO  CONTADOR-LIDOS.
           MOVE  ZEROS                 TO  CONTADOR-VAZIOS.
           MOVE  ZEROS                 TO  CONTADOR-PERDIDOS.
           MOVE  ZEROS                 TO  COPIAS-EXCEDENTES.
           MOVE  ZEROS                 TO  BYTES-DESPERDICIO.
           MOVE  "N"                   TO  AVISO-GERAL.
           ACCEPT  DATA-EXEC        FROM DATE YYYYMMDD.
           MOVE  SPACES                TO  DATA-ED.
           STRING  DATA-DIA  "/" DATA-MES "/" DATA-ANO
                   DELIMITED BY SIZE INTO DATA-ED.
           PERFORM P100-CARREGA-MAPA   THRU P129-FIM.
           OPEN INPUT SNAP-ARQ.
           IF FS-SNAP > 0
              DISPLAY "Erro de Abertura: " FS-SNAP
              DISPLAY "Inventario inventario.txt indisponivel"
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
       LE-INVENTARIO.
           READ SNAP-ARQ AT END GO TO FIM-INVENTARIO.
           MOVE  REG-SNAP              TO  LINHA-SNAP.
           IF SNAP-NOME = SPACES
              GO TO LE-INVENTARIO.
           ADD   1                     TO  CONTADOR-LIDOS.
           IF SNAP-TAM NOT NUMERIC
              MOVE  ZEROS              TO  SNAP-TAM.
           IF SNAP-TAM = ZERO
              ADD   1                  TO  CONTADOR-VAZIOS
              GO TO LE-INVENTARIO.
           MOVE  SNAP-NOME             TO  CHAVE-NOME.
           MOVE  SNAP-TAM              TO  CHAVE-TAM.
           PERFORM P200-INCLUI-GRUPO   THRU P249-FIM.
           GO TO LE-INVENTARIO.
       FIM-INVENTARIO.
           CLOSE SNAP-ARQ.
           OPEN INPUT SNAP-ARQ.
           IF FS-SNAP > 0
              DISPLAY "Erro de Abertura: " FS-SNAP
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
       LE-OCORRENCIAS.
           READ SNAP-ARQ AT END GO TO FIM-OCORRENCIAS.
           MOVE  REG-SNAP              TO  LINHA-SNAP.
           IF SNAP-NOME = SPACES
              GO TO LE-OCORRENCIAS.
           IF SNAP-TAM NOT NUMERIC
              GO TO LE-OCORRENCIAS.
           IF SNAP-TAM = ZERO
              GO TO LE-OCORRENCIAS.
           MOVE  SNAP-NOME             TO  CHAVE-NOME.
           MOVE  SNAP-TAM              TO  CHAVE-TAM.
           PERFORM P250-PROCURA-GRUPO  THRU P259-FIM.
           IF IND-ACHOU = ZERO
              GO TO LE-OCORRENCIAS.
           IF GRP-QTD( IND-ACHOU ) < 2
              GO TO LE-OCORRENCIAS.
           PERFORM P260-ANOTA-OCORRENCIA THRU P279-FIM.
           GO TO LE-OCORRENCIAS.
       FIM-OCORRENCIAS.
           CLOSE SNAP-ARQ.
           PERFORM P300-TOTALIZA       THRU P349-FIM.
           PERFORM P500-ORDENA-GRUPOS  THRU P509-FIM.
           PERFORM P510-ORDENA-EXTENSOES THRU P519-FIM.
           PERFORM P520-ORDENA-LINGUAGENS THRU P529-FIM.
           PERFORM P530-ORDENA-DIRS    THRU P539-FIM.
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

       P200-INCLUI-GRUPO.
           IF QTDE-GRP = ZERO
              MOVE  1                  TO  QTDE-GRP
              MOVE  CHAVE-LIDA         TO  GRP-CHAVE( 1 )
              MOVE  1                  TO  GRP-QTD( 1 )
              GO TO P249-FIM.
           MOVE  1                     TO  LIM-INF.
           MOVE  QTDE-GRP              TO  LIM-SUP.
       P205-BUSCA.
           IF LIM-INF > LIM-SUP
              GO TO P210-INSERE.
           COMPUTE MEIO = ( LIM-INF + LIM-SUP ) / 2.
           IF GRP-CHAVE( MEIO ) = CHAVE-LIDA
              ADD   1                  TO  GRP-QTD( MEIO )
              GO TO P249-FIM.
           IF GRP-CHAVE( MEIO ) < CHAVE-LIDA
              COMPUTE LIM-INF = MEIO + 1
           ELSE
              COMPUTE LIM-SUP = MEIO - 1.
           GO TO P205-BUSCA.
       P210-INSERE.
           IF QTDE-GRP NOT LESS 5000
              ADD   1                  TO  CONTADOR-PERDIDOS
              MOVE  "S"                TO  AVISO-GERAL
              GO TO P249-FIM.
           MOVE  LIM-INF               TO  POS-INS.
           MOVE  QTDE-GRP              TO  IND1.
       P215-DESLOCA.
           IF IND1 < POS-INS
              GO TO P218-GRAVA.
           COMPUTE IND2 = IND1 + 1.
           MOVE  GRP-ITEM( IND1 )      TO  GRP-ITEM( IND2 ).
           SUBTRACT 1                 FROM IND1.
           GO TO P215-DESLOCA.
       P218-GRAVA.
           ADD   1                     TO  QTDE-GRP.
           MOVE  CHAVE-LIDA            TO  GRP-CHAVE( POS-INS ).
           MOVE  1                     TO  GRP-QTD( POS-INS ).
       P249-FIM.
           EXIT.

       P250-PROCURA-GRUPO.
           MOVE  ZEROS                 TO  IND-ACHOU.
           MOVE  1                     TO  LIM-INF.
           MOVE  QTDE-GRP              TO  LIM-SUP.
       P255-BUSCA.
           IF LIM-INF > LIM-SUP
              GO TO P259-FIM.
           COMPUTE MEIO = ( LIM-INF + LIM-SUP ) / 2.
           IF GRP-CHAVE( MEIO ) = CHAVE-LIDA
              MOVE  MEIO               TO  IND-ACHOU
              GO TO P259-FIM.
           IF GRP-CHAVE( MEIO ) < CHAVE-LIDA
              COMPUTE LIM-INF = MEIO + 1
           ELSE
              COMPUTE LIM-SUP = MEIO - 1.
           GO TO P255-BUSCA.
       P259-FIM.
           EXIT.

       P260-ANOTA-OCORRENCIA.
           IF QTDE-OCOR NOT LESS 5000
              ADD   1                  TO  CONTADOR-PERDIDOS
              MOVE  "S"                TO  AVISO-GERAL
              GO TO P265-DIRETORIO.
           ADD   1                     TO  QTDE-OCOR.
           MOVE  IND-ACHOU             TO  OCOR-GRP( QTDE-OCOR ).
           MOVE  SNAP-DIR              TO  OCOR-DIR( QTDE-OCOR ).
       P265-DIRETORIO.
           MOVE  ZEROS                 TO  IND1.
       P266-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-DIRD
              GO TO P268-NOVO.
           IF DIRD-NOME( IND1 ) = SNAP-DIR
              GO TO P269-CONTA.
           GO TO P266-LOOPING.
       P268-NOVO.
           IF QTDE-DIRD NOT LESS 200
              ADD   1                  TO  CONTADOR-PERDIDOS
              MOVE  "S"                TO  AVISO-GERAL
              GO TO P279-FIM.
           ADD   1                     TO  QTDE-DIRD.
           MOVE  QTDE-DIRD             TO  IND1.
           MOVE  SNAP-DIR              TO  DIRD-NOME( IND1 ).
           MOVE  ZEROS                 TO  DIRD-QTD( IND1 ).
           MOVE  ZEROS                 TO  DIRD-BYTES( IND1 ).
       P269-CONTA.
           ADD   1                     TO  DIRD-QTD( IND1 ).
           ADD   SNAP-TAM              TO  DIRD-BYTES( IND1 ).
       P279-FIM.
           EXIT.

       P300-TOTALIZA.
           MOVE  ZEROS                 TO  IND3.
       P305-LOOPING.
           ADD   1                     TO  IND3.
           IF IND3 > QTDE-GRP
              GO TO P349-FIM.
           IF GRP-QTD( IND3 ) < 2
              GO TO P305-LOOPING.
           COMPUTE DESPERDICIO = ( GRP-QTD( IND3 ) - 1 )
                               * GRP-TAM( IND3 ).
           ADD   1                     TO  QTDE-DUP.
           MOVE  IND3                  TO  DUP-GRP( QTDE-DUP ).
           MOVE  DESPERDICIO           TO  DUP-DESP( QTDE-DUP ).
           COMPUTE COPIAS-EXCEDENTES = COPIAS-EXCEDENTES
                                     + GRP-QTD( IND3 ) - 1.
           ADD   DESPERDICIO           TO  BYTES-DESPERDICIO.
           PERFORM P350-ACHA-EXTENSAO  THRU P359-FIM.
           PERFORM P360-PROCURA-LINGUAGEM THRU P369-FIM.
           PERFORM P370-ACUMULA-EXTENSAO THRU P379-FIM.
           PERFORM P380-ACUMULA-LINGUAGEM THRU P389-FIM.
           GO TO P305-LOOPING.
       P349-FIM.
           EXIT.

       P350-ACHA-EXTENSAO.
           MOVE  ZEROS                 TO  POS-PONTO POS-FINAL.
           MOVE  200                   TO  IND1.
       P351-PROCURA-FINAL.
           IF GRP-NOME( IND3 )( IND1 : 1 ) NOT = SPACE
              MOVE  IND1               TO  POS-FINAL
              GO TO P352-PROCURA-PONTO.
           IF IND1 = 1
              MOVE "(no extension)"   TO  BUFFER1
              GO TO P359-FIM.
           SUBTRACT 1                 FROM IND1.
           GO TO P351-PROCURA-FINAL.
       P352-PROCURA-PONTO.
           IF IND1 = 1
              MOVE "(no extension)"   TO  BUFFER1
              GO TO P359-FIM.
           SUBTRACT 1                 FROM IND1.
           IF GRP-NOME( IND3 )( IND1 : 1 ) = "."
              COMPUTE POS-PONTO = IND1 + 1
              GO TO P355-EXTENSAO.
           GO TO P352-PROCURA-PONTO.
       P355-EXTENSAO.
           COMPUTE EXT-TAM = POS-FINAL - POS-PONTO + 1.
           IF EXT-TAM > 40
              COMPUTE POS-PONTO = POS-FINAL - 39
              MOVE  40                 TO  EXT-TAM.
           MOVE  SPACES                TO  BUFFER1.
           MOVE  GRP-NOME( IND3 )( POS-PONTO : EXT-TAM ) TO BUFFER1.
       P359-FIM.
           EXIT.

       P360-PROCURA-LINGUAGEM.
           MOVE  "Outras"               TO  NOME-LINGUAGEM.
           IF BUFFER1 = "(no extension)"
              MOVE  "Sem extensao"      TO  NOME-LINGUAGEM
              GO TO P369-FIM.
           MOVE  ZEROS                  TO  IND2.
       P365-LOOPING.
           ADD   1                      TO  IND2.
           IF IND2 > QTDE-MAPA
              GO TO P369-FIM.
           IF TAB-MAPA-SIT( IND2 ) = "A"
              AND TAB-MAPA-EXT( IND2 ) = BUFFER1
              MOVE  TAB-MAPA-NOME( IND2 ) TO NOME-LINGUAGEM
              GO TO P369-FIM.
           GO TO P365-LOOPING.
       P369-FIM.
           EXIT.

       P370-ACUMULA-EXTENSAO.
           MOVE  ZEROS                 TO  IND1.
       P375-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-EXTD
              GO TO P377-NOVA.
           IF EXTD-NOME( IND1 ) = BUFFER1
              GO TO P378-CONTA.
           GO TO P375-LOOPING.
       P377-NOVA.
           IF QTDE-EXTD NOT LESS 500
              MOVE  "S"                TO  AVISO-GERAL
              GO TO P379-FIM.
           ADD   1                     TO  QTDE-EXTD.
           MOVE  QTDE-EXTD             TO  IND1.
           MOVE  BUFFER1               TO  EXTD-NOME( IND1 ).
           MOVE  NOME-LINGUAGEM        TO  EXTD-LING( IND1 ).
           MOVE  ZEROS                 TO  EXTD-GRUPOS( IND1 ).
           MOVE  ZEROS                 TO  EXTD-COPIAS( IND1 ).
           MOVE  ZEROS                 TO  EXTD-DESP( IND1 ).
       P378-CONTA.
           ADD   1                     TO  EXTD-GRUPOS( IND1 ).
           COMPUTE EXTD-COPIAS( IND1 ) = EXTD-COPIAS( IND1 )
                                       + GRP-QTD( IND3 ) - 1.
           ADD   DESPERDICIO           TO  EXTD-DESP( IND1 ).
       P379-FIM.
           EXIT.

       P380-ACUMULA-LINGUAGEM.
           MOVE  ZEROS                 TO  IND1.
       P385-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-LINGD
              GO TO P387-NOVA.
           IF LINGD-NOME( IND1 ) = NOME-LINGUAGEM
              GO TO P388-CONTA.
           GO TO P385-LOOPING.
       P387-NOVA.
           IF QTDE-LINGD NOT LESS 50
              MOVE  "S"                TO  AVISO-GERAL
              GO TO P389-FIM.
           ADD   1                     TO  QTDE-LINGD.
           MOVE  QTDE-LINGD            TO  IND1.
           MOVE  NOME-LINGUAGEM        TO  LINGD-NOME( IND1 ).
           MOVE  ZEROS                 TO  LINGD-GRUPOS( IND1 ).
           MOVE  ZEROS                 TO  LINGD-COPIAS( IND1 ).
           MOVE  ZEROS                 TO  LINGD-DESP( IND1 ).
       P388-CONTA.
           ADD   1                     TO  LINGD-GRUPOS( IND1 ).
           COMPUTE LINGD-COPIAS( IND1 ) = LINGD-COPIAS( IND1 )
                                        + GRP-QTD( IND3 ) - 1.
           ADD   DESPERDICIO           TO  LINGD-DESP( IND1 ).
       P389-FIM.
           EXIT.

       P400-LISTA.
           OPEN OUTPUT DUPL-SAIDA.
           IF FS-DUPL > 0
              DISPLAY "Erro de Abertura: " FS-DUPL
              MOVE  "S"                TO  AVISO-GERAL.
           MOVE  SPACES                TO  LINHA-DUPL.
           STRING "Duplicados LANGDUPL - " DATA-ED
                   DELIMITED BY SIZE INTO LINHA-DUPL.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  CONTADOR-LIDOS        TO  CONTADOR-ED.
           MOVE  SPACES                TO  LINHA-DUPL.
           STRING "  Arquivos no inventario:    " CONTADOR-ED
                   DELIMITED BY SIZE INTO LINHA-DUPL.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  CONTADOR-VAZIOS       TO  CONTADOR-ED.
           MOVE  SPACES                TO  LINHA-DUPL.
           STRING "  Arquivos vazios ignorados: " CONTADOR-ED
                   DELIMITED BY SIZE INTO LINHA-DUPL.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  QTDE-DUP              TO  CONTADOR-ED.
           MOVE  SPACES                TO  LINHA-DUPL.
           STRING "  Grupos de duplicados:      " CONTADOR-ED
                   DELIMITED BY SIZE INTO LINHA-DUPL.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  COPIAS-EXCEDENTES     TO  CONTADOR-ED.
           MOVE  SPACES                TO  LINHA-DUPL.
           STRING "  Copias excedentes:         " CONTADOR-ED
                   DELIMITED BY SIZE INTO LINHA-DUPL.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  BYTES-DESPERDICIO     TO  DESP-ED.
           MOVE  SPACES                TO  LINHA-DUPL.
           STRING "  Bytes desperdicados:" DESP-ED
                   DELIMITED BY SIZE INTO LINHA-DUPL.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           IF CONTADOR-PERDIDOS > ZERO
              MOVE  CONTADOR-PERDIDOS  TO  CONTADOR-ED
              MOVE  SPACES             TO  LINHA-DUPL
              STRING "  AVISO: registros fora das tabelas: "
                     CONTADOR-ED
                     DELIMITED BY SIZE INTO LINHA-DUPL
              PERFORM P490-GRAVA-LINHA THRU P490-FIM.
           IF QTDE-DUP = ZERO
              MOVE  SPACES             TO  LINHA-DUPL
              STRING "Nenhum arquivo repetido no inventario"
                      DELIMITED BY SIZE INTO LINHA-DUPL
              PERFORM P490-GRAVA-LINHA THRU P490-FIM
              GO TO P480-FECHA.
           MOVE  SPACES                TO  LINHA-DUPL.
           STRING "Grupos de arquivos repetidos:"
                   DELIMITED BY SIZE INTO LINHA-DUPL.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  SPACES                TO  LINHA-DUPL.
           STRING "Copias      Tamanho     Desperdicio Arquivo"
                   DELIMITED BY SIZE INTO LINHA-DUPL.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  ZEROS                 TO  IND3.
       P410-GRUPOS.
           ADD   1                     TO  IND3.
           IF IND3 > QTDE-DUP
              GO TO P430-EXTENSOES.
           MOVE  DUP-GRP( IND3 )       TO  IND-ACHOU.
           MOVE  GRP-QTD( IND-ACHOU )  TO  COPIAS-ED.
           MOVE  GRP-TAM( IND-ACHOU )  TO  TAM-ED.
           MOVE  DUP-DESP( IND3 )      TO  DESP-ED.
           MOVE  SPACES                TO  LINHA-DUPL.
           STRING " " COPIAS-ED " " TAM-ED " " DESP-ED " "
                  GRP-NOME( IND-ACHOU )
                  DELIMITED BY SIZE INTO LINHA-DUPL.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  ZEROS                 TO  IND2.
       P420-DIRETORIOS.
           ADD   1                     TO  IND2.
           IF IND2 > QTDE-OCOR
              GO TO P410-GRUPOS.
           IF OCOR-GRP( IND2 ) NOT = IND-ACHOU
              GO TO P420-DIRETORIOS.
           MOVE  SPACES                TO  LINHA-DUPL.
           STRING "                                     em "
                  OCOR-DIR( IND2 )
                  DELIMITED BY SIZE INTO LINHA-DUPL.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           GO TO P420-DIRETORIOS.
       P430-EXTENSOES.
           MOVE  SPACES                TO  LINHA-DUPL.
           STRING "Desperdicio por extensao:"
                   DELIMITED BY SIZE INTO LINHA-DUPL.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  SPACES                TO  LINHA-DUPL.
           STRING "Grupos Copias     Desperdicio Extensao"
                  "                                 Linguagem"
                   DELIMITED BY SIZE INTO LINHA-DUPL.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  ZEROS                 TO  IND1.
       P435-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-EXTD
              GO TO P440-LINGUAGENS.
           MOVE  EXTD-GRUPOS( IND1 )   TO  GRUPOS-ED.
           MOVE  EXTD-COPIAS( IND1 )   TO  COPIAS-ED.
           MOVE  EXTD-DESP( IND1 )     TO  DESP-ED.
           MOVE  SPACES                TO  LINHA-DUPL.
           STRING " " GRUPOS-ED "  " COPIAS-ED " " DESP-ED " "
                  EXTD-NOME( IND1 ) " " EXTD-LING( IND1 )
                  DELIMITED BY SIZE INTO LINHA-DUPL.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           GO TO P435-LOOPING.
       P440-LINGUAGENS.
           MOVE  SPACES                TO  LINHA-DUPL.
           STRING "Desperdicio por linguagem:"
                   DELIMITED BY SIZE INTO LINHA-DUPL.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  SPACES                TO  LINHA-DUPL.
           STRING "Grupos Copias     Desperdicio Linguagem"
                   DELIMITED BY SIZE INTO LINHA-DUPL.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  ZEROS                 TO  IND1.
       P445-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-LINGD
              GO TO P450-DIRETORIOS.
           MOVE  LINGD-GRUPOS( IND1 )  TO  GRUPOS-ED.
           MOVE  LINGD-COPIAS( IND1 )  TO  COPIAS-ED.
           MOVE  LINGD-DESP( IND1 )    TO  DESP-ED.
           MOVE  SPACES                TO  LINHA-DUPL.
           STRING " " GRUPOS-ED "  " COPIAS-ED " " DESP-ED " "
                  LINGD-NOME( IND1 )
                  DELIMITED BY SIZE INTO LINHA-DUPL.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           GO TO P445-LOOPING.
       P450-DIRETORIOS.
           MOVE  SPACES                TO  LINHA-DUPL.
           STRING "Diretorios com mais duplicados:"
                   DELIMITED BY SIZE INTO LINHA-DUPL.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  SPACES                TO  LINHA-DUPL.
           STRING "Copias           Bytes Diretorio"
                   DELIMITED BY SIZE INTO LINHA-DUPL.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  ZEROS                 TO  IND1.
       P455-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-DIRD OR IND1 > TOP-DIRS
              GO TO P480-FECHA.
           MOVE  DIRD-QTD( IND1 )      TO  COPIAS-ED.
           MOVE  DIRD-BYTES( IND1 )    TO  DESP-ED.
           MOVE  SPACES                TO  LINHA-DUPL.
           STRING " " COPIAS-ED " " DESP-ED " "
                  DIRD-NOME( IND1 )
                  DELIMITED BY SIZE INTO LINHA-DUPL.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           GO TO P455-LOOPING.
       P480-FECHA.
           IF FS-DUPL = ZERO
              CLOSE DUPL-SAIDA.
           GO TO P499-FIM.
       P490-GRAVA-LINHA.
           DISPLAY LINHA-DUPL.
           IF FS-DUPL = ZERO
              WRITE  REG-DUPL          FROM LINHA-DUPL.
       P490-FIM.
           EXIT.
       P499-FIM.
           EXIT.

       P500-ORDENA-GRUPOS.
           MOVE  ZEROS                 TO  IND1.
       P501-LACO1.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-DUP
              GO TO P509-FIM.
           MOVE  IND1                  TO  IND2.
       P502-LACO2.
           ADD   1                     TO  IND2.
           IF IND2 > QTDE-DUP
              GO TO P501-LACO1.
           IF DUP-DESP( IND2 ) > DUP-DESP( IND1 )
              MOVE  DUP-ITEM( IND2 )   TO  DUP-AUX
              MOVE  DUP-ITEM( IND1 )   TO  DUP-ITEM( IND2 )
              MOVE  DUP-AUX            TO  DUP-ITEM( IND1 ).
           GO TO P502-LACO2.
       P509-FIM.
           EXIT.

       P510-ORDENA-EXTENSOES.
           MOVE  ZEROS                 TO  IND1.
       P511-LACO1.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-EXTD
              GO TO P519-FIM.
           MOVE  IND1                  TO  IND2.
       P512-LACO2.
           ADD   1                     TO  IND2.
           IF IND2 > QTDE-EXTD
              GO TO P511-LACO1.
           IF EXTD-DESP( IND2 ) > EXTD-DESP( IND1 )
              MOVE  EXTD-ITEM( IND2 )  TO  EXTD-AUX
              MOVE  EXTD-ITEM( IND1 )  TO  EXTD-ITEM( IND2 )
              MOVE  EXTD-AUX           TO  EXTD-ITEM( IND1 ).
           GO TO P512-LACO2.
       P519-FIM.
           EXIT.

       P520-ORDENA-LINGUAGENS.
           MOVE  ZEROS                 TO  IND1.
       P521-LACO1.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-LINGD
              GO TO P529-FIM.
           MOVE  IND1                  TO  IND2.
       P522-LACO2.
           ADD   1                     TO  IND2.
           IF IND2 > QTDE-LINGD
              GO TO P521-LACO1.
           IF LINGD-DESP( IND2 ) > LINGD-DESP( IND1 )
              MOVE  LINGD-ITEM( IND2 ) TO  LINGD-AUX
              MOVE  LINGD-ITEM( IND1 ) TO  LINGD-ITEM( IND2 )
              MOVE  LINGD-AUX          TO  LINGD-ITEM( IND1 ).
           GO TO P522-LACO2.
       P529-FIM.
           EXIT.

       P530-ORDENA-DIRS.
           MOVE  ZEROS                 TO  IND1.
       P531-LACO1.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-DIRD
              GO TO P539-FIM.
           MOVE  IND1                  TO  IND2.
       P532-LACO2.
           ADD   1                     TO  IND2.
           IF IND2 > QTDE-DIRD
              GO TO P531-LACO1.
           IF DIRD-QTD( IND2 ) > DIRD-QTD( IND1 )
              OR ( DIRD-QTD( IND2 ) = DIRD-QTD( IND1 )
              AND DIRD-BYTES( IND2 ) > DIRD-BYTES( IND1 ) )
              MOVE  DIRD-ITEM( IND2 )  TO  DIRD-AUX
              MOVE  DIRD-ITEM( IND1 )  TO  DIRD-ITEM( IND2 )
              MOVE  DIRD-AUX           TO  DIRD-ITEM( IND1 ).
           GO TO P532-LACO2.
       P539-FIM.
           EXIT.

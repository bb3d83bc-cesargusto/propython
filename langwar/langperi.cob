       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LANGPERI.
       AUTHOR.        FABIANO WEIMAR DOS SANTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RESU-ARQ
            ASSIGN       TO "resultados.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS RESU-CHAVE
            ALTERNATE RECORD KEY IS RESU-EXT WITH DUPLICATES
            FILE STATUS  IS FS-RESU.
            SELECT PERI-SAIDA
            ASSIGN DYNAMIC NOME-PERI
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-PERI.

       DATA DIVISION.
       FILE SECTION.
       FD    RESU-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-RESU.
         03  RESU-CHAVE.
          05 RESU-DATA                 PIC X(08).
          05 RESU-EXT                  PIC X(40).
         03  RESU-QTD                  PIC 9(07).
         03  RESU-BYTES                PIC 9(12).
         03  RESU-LING                 PIC X(15).

       FD    PERI-SAIDA
             LABEL RECORD IS STANDARD.
       01    REG-PERI                  PIC X(132).

       WORKING-STORAGE SECTION.
       77    FS-RESU                   PIC 9(02).
       77    FS-PERI                   PIC 9(02).
       77    NOME-PERI                 PIC X(40).
       77    LINHA-COMANDO             PIC X(100).
       77    TIPO-ARG                  PIC X(10).
       77    PERIODO-ARG               PIC X(10).
       01    PERIODO-MA.
        03   MA-MES                    PIC X(02).
        03   MA-BARRA                  PIC X(01).
        03   MA-ANO                    PIC X(04).
        03   FILLER                    PIC X(03).
       77    PERI-TIPO                 PIC X(01).
       77    PERI-NOME                 PIC X(10).
       77    PERI-MESES                PIC 9(01).
       77    FIM-MES                   PIC 9(02).
       77    FIM-ANO                   PIC 9(04).
       77    INI-MES                   PIC 9(02).
       77    ANT-FIM-MES               PIC 9(02).
       77    ANT-FIM-ANO               PIC 9(04).
       77    ANT-INI-MES               PIC 9(02).
       77    TRIMESTRE                 PIC 9(01).
       77    AT-INI                    PIC 9(06).
       77    AT-FIM                    PIC 9(06).
       77    AN-INI                    PIC 9(06).
       77    AN-FIM                    PIC 9(06).
       77    ANOMES-LIDO               PIC 9(06).
       01    DATA-LIDA                 PIC X(08).
       01    DATA-LIDA-NUM REDEFINES DATA-LIDA PIC 9(08).
       77    DATA-INICIO               PIC 9(08).
       77    ULTIMA-ATUAL              PIC X(08).
       77    ULTIMA-ANTER              PIC X(08).
       01    DATA-AMD.
        03   AMD-ANO                   PIC X(04).
        03   AMD-MES                   PIC X(02).
        03   AMD-DIA                   PIC X(02).
       77    DATA-ED                   PIC X(10).
       77    ULTIMA-ATUAL-ED           PIC X(10).
       77    ULTIMA-ANTER-ED           PIC X(10).
       01    DATA-EXEC.
        03   DATA-ANO                  PIC 9(04).
        03   DATA-MES                  PIC 9(02).
        03   DATA-DIA                  PIC 9(02).
       77    DATA-HOJE-ED              PIC X(10).
       77    FAIXA-ATUAL               PIC X(20).
       77    FAIXA-ANTER               PIC X(20).
       77    MES-ED                    PIC 9(02).
       77    ANO-ED                    PIC 9(04).
       01    PEXT-TABELA.
        03   PEXT-ITEM OCCURS 2001 TIMES.
         05  PEXT-NOME                 PIC X(40).
         05  PEXT-QTD-AT               PIC 9(07).
         05  PEXT-BYT-AT               PIC 9(12).
         05  PEXT-TEM-AT               PIC X(01).
         05  PEXT-QTD-AN               PIC 9(07).
         05  PEXT-BYT-AN               PIC 9(12).
         05  PEXT-TEM-AN               PIC X(01).
       01    PEXT-AUX.
         05  FILLER                    PIC X(40).
         05  FILLER                    PIC 9(07).
         05  FILLER                    PIC 9(12).
         05  FILLER                    PIC X(01).
         05  FILLER                    PIC 9(07).
         05  FILLER                    PIC 9(12).
         05  FILLER                    PIC X(01).
       77    QTDE-PEXT                 PIC 9(04).
       01    PLING-TABELA.
        03   PLING-ITEM OCCURS 200 TIMES.
         05  PLING-NOME                PIC X(15).
         05  PLING-QTD-AT              PIC 9(09).
         05  PLING-BYT-AT              PIC 9(14).
         05  PLING-TEM-AT              PIC X(01).
         05  PLING-QTD-AN              PIC 9(09).
         05  PLING-BYT-AN              PIC 9(14).
         05  PLING-TEM-AN              PIC X(01).
       01    PLING-AUX.
         05  FILLER                    PIC X(15).
         05  FILLER                    PIC 9(09).
         05  FILLER                    PIC 9(14).
         05  FILLER                    PIC X(01).
         05  FILLER                    PIC 9(09).
         05  FILLER                    PIC 9(14).
         05  FILLER                    PIC X(01).
       77    QTDE-PLING                PIC 9(03).
       77    IND1                      PIC 9(04).
       77    IND2                      PIC 9(04).
       77    IND-ACHADO                PIC 9(04).
       77    LACO1                     PIC 9(04).
       77    LACO2                     PIC 9(04).
       77    TRANSBORDO                PIC X(01).
       77    AVISO-GERAL               PIC X(01).
       77    TOTAL-QTD-AT              PIC 9(09).
       77    TOTAL-QTD-AN              PIC 9(09).
       77    TOTAL-BYT-AT              PIC 9(14).
       77    TOTAL-BYT-AN              PIC 9(14).
       77    VAL-QTD-AT                PIC 9(09).
       77    VAL-QTD-AN                PIC 9(09).
       77    VAL-BYT-AT                PIC 9(14).
       77    VAL-BYT-AN                PIC 9(14).
       77    VAL-TEM-AT                PIC X(01).
       77    VAL-TEM-AN                PIC X(01).
       77    VAL-NOME                  PIC X(40).
       77    VARIACAO                  PIC S9(09).
       77    VARIACAO-BYT              PIC S9(14).
       77    PCT-VARIACAO              PIC S9(05)V9(02).
       77    SITUACAO                  PIC X(08).
       77    QTD-NOVAS                 PIC 9(04).
       77    QTD-SAIRAM                PIC 9(04).
       77    CONTADOR-ED               PIC ZZZ9.
       77    RESU-LIDOS                PIC 9(07).
       01    LINHA-PERI                PIC X(132).
       01    LINHA-COMP.
        03   COMP-NOME                 PIC X(26).
        03   FILLER                    PIC X(01).
        03   COMP-QTD-AT               PIC X(09).
        03   FILLER                    PIC X(01).
        03   COMP-QTD-AN               PIC X(09).
        03   FILLER                    PIC X(01).
        03   COMP-QTD-VAR              PIC X(10).
        03   FILLER                    PIC X(01).
        03   COMP-QTD-PCT              PIC X(09).
        03   FILLER                    PIC X(01).
        03   COMP-BYT-AT               PIC X(14).
        03   FILLER                    PIC X(01).
        03   COMP-BYT-AN               PIC X(14).
        03   FILLER                    PIC X(01).
        03   COMP-BYT-VAR              PIC X(15).
        03   FILLER                    PIC X(01).
        03   COMP-BYT-PCT              PIC X(09).
        03   FILLER                    PIC X(01).
        03   COMP-SIT                  PIC X(08).
       77    QTD-ED                    PIC ZZZZZZZZ9.
       77    QTD-VAR-ED                PIC +ZZZZZZZZ9.
       77    PCT-ED                    PIC +ZZZZ9.99.
       77    BYT-ED                    PIC ZZZZZZZZZZZZZ9.
       77    BYT-VAR-ED                PIC +ZZZZZZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE  ZEROS                 TO  QTDE-PEXT QTDE-PLING.
           MOVE  ZEROS                 TO  RESU-LIDOS.
           MOVE  "N"                   TO  TRANSBORDO AVISO-GERAL.
           MOVE  SPACES                TO  ULTIMA-ATUAL ULTIMA-ANTER.
           ACCEPT  DATA-EXEC        FROM DATE YYYYMMDD.
           MOVE  SPACES                TO  DATA-HOJE-ED.
           STRING  DATA-DIA  "/" DATA-MES "/" DATA-ANO
                   DELIMITED BY SIZE INTO DATA-HOJE-ED.
           MOVE  SPACES                TO  LINHA-COMANDO.
           MOVE  SPACES                TO  TIPO-ARG PERIODO-ARG.
           ACCEPT LINHA-COMANDO        FROM COMMAND-LINE.
           UNSTRING LINHA-COMANDO DELIMITED BY ALL SPACE
                    INTO TIPO-ARG PERIODO-ARG.
           PERFORM P100-DEFINE-PERIODO THRU P199-FIM.
           OPEN INPUT RESU-ARQ.
           IF FS-RESU > 0
              DISPLAY "Erro de Abertura: " FS-RESU
              DISPLAY "Repositorio resultados.idx indisponivel"
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
           PERFORM P200-ACHA-DATAS     THRU P249-FIM.
           IF ULTIMA-ATUAL = SPACES
              CLOSE RESU-ARQ
              DISPLAY "Nenhuma execucao no periodo " FAIXA-ATUAL
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
           PERFORM P250-CARREGA        THRU P299-FIM.
           CLOSE RESU-ARQ.
           PERFORM P350-ORDENA-EXT     THRU P359-FIM.
           PERFORM P360-ORDENA-LING    THRU P369-FIM.
           PERFORM P400-LISTA          THRU P499-FIM.
           IF ULTIMA-ANTER = SPACES
              MOVE  "S"                TO  AVISO-GERAL.
           IF AVISO-GERAL = "S" AND RETURN-CODE = ZERO
              MOVE  4                  TO  RETURN-CODE.
           STOP RUN.

       P100-DEFINE-PERIODO.
           MOVE  "M"                   TO  PERI-TIPO.
           IF TIPO-ARG(1:1) = "T" OR TIPO-ARG(1:1) = "t"
              MOVE  "T"                TO  PERI-TIPO.
           IF TIPO-ARG NOT = SPACES
              AND PERI-TIPO = "M"
              AND TIPO-ARG(1:1) NOT = "M" AND TIPO-ARG(1:1) NOT = "m"
              DISPLAY "Tipo de periodo invalido (M ou T): " TIPO-ARG
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
           MOVE  DATA-MES              TO  FIM-MES.
           MOVE  DATA-ANO              TO  FIM-ANO.
           IF PERIODO-ARG = SPACES
              GO TO P110-CALCULA.
           MOVE  PERIODO-ARG           TO  PERIODO-MA.
           IF MA-MES NOT NUMERIC OR MA-BARRA NOT = "/"
              OR MA-ANO NOT NUMERIC
              DISPLAY "Periodo invalido (MM/AAAA): " PERIODO-ARG
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
           MOVE  MA-MES                TO  FIM-MES.
           MOVE  MA-ANO                TO  FIM-ANO.
           IF FIM-MES < 1 OR FIM-MES > 12
              DISPLAY "Periodo invalido (MM/AAAA): " PERIODO-ARG
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
       P110-CALCULA.
           IF PERI-TIPO = "M"
              MOVE  "Mensal"           TO  PERI-NOME
              MOVE  ZERO               TO  PERI-MESES
           ELSE
              MOVE  "Trimestral"       TO  PERI-NOME
              MOVE  2                  TO  PERI-MESES
              COMPUTE TRIMESTRE = ( FIM-MES + 2 ) / 3
              COMPUTE FIM-MES = TRIMESTRE * 3.
           COMPUTE INI-MES = FIM-MES - PERI-MESES.
           MOVE  FIM-ANO               TO  ANT-FIM-ANO.
           COMPUTE ANT-FIM-MES = INI-MES - 1.
           IF ANT-FIM-MES = ZERO
              MOVE  12                 TO  ANT-FIM-MES
              SUBTRACT 1             FROM  ANT-FIM-ANO.
           COMPUTE ANT-INI-MES = ANT-FIM-MES - PERI-MESES.
           COMPUTE AT-INI = FIM-ANO * 100 + INI-MES.
           COMPUTE AT-FIM = FIM-ANO * 100 + FIM-MES.
           COMPUTE AN-INI = ANT-FIM-ANO * 100 + ANT-INI-MES.
           COMPUTE AN-FIM = ANT-FIM-ANO * 100 + ANT-FIM-MES.
           MOVE  SPACES                TO  FAIXA-ATUAL FAIXA-ANTER.
           MOVE  INI-MES               TO  MES-ED.
           MOVE  FIM-ANO               TO  ANO-ED.
           STRING MES-ED "/" ANO-ED DELIMITED BY SIZE
                  INTO FAIXA-ATUAL.
           IF PERI-TIPO = "T"
              MOVE  FIM-MES            TO  MES-ED
              STRING MES-ED "/" ANO-ED DELIMITED BY SIZE
                     INTO FAIXA-ATUAL(11:7)
              MOVE  " a "              TO  FAIXA-ATUAL(8:3).
           MOVE  ANT-INI-MES           TO  MES-ED.
           MOVE  ANT-FIM-ANO           TO  ANO-ED.
           STRING MES-ED "/" ANO-ED DELIMITED BY SIZE
                  INTO FAIXA-ANTER.
           IF PERI-TIPO = "T"
              MOVE  ANT-FIM-MES        TO  MES-ED
              STRING MES-ED "/" ANO-ED DELIMITED BY SIZE
                     INTO FAIXA-ANTER(11:7)
              MOVE  " a "              TO  FAIXA-ANTER(8:3).
           MOVE  SPACES                TO  NOME-PERI.
           STRING "periodo-" PERI-TIPO FIM-ANO FIM-MES ".txt"
                  DELIMITED BY SIZE INTO NOME-PERI.
       P199-FIM.
           EXIT.

       P200-ACHA-DATAS.
           COMPUTE DATA-INICIO = AN-INI * 100.
           MOVE  DATA-INICIO           TO  RESU-DATA.
           MOVE  SPACES                TO  RESU-EXT.
           START RESU-ARQ KEY IS NOT LESS RESU-CHAVE
              INVALID KEY GO TO P249-FIM.
       P210-LE-PROXIMO.
           READ RESU-ARQ NEXT RECORD AT END GO TO P249-FIM.
           MOVE  RESU-DATA             TO  DATA-LIDA.
           IF DATA-LIDA NOT NUMERIC
              GO TO P210-LE-PROXIMO.
           COMPUTE ANOMES-LIDO = DATA-LIDA-NUM / 100.
           IF ANOMES-LIDO > AT-FIM
              GO TO P249-FIM.
           IF ANOMES-LIDO NOT LESS AT-INI
              MOVE  RESU-DATA          TO  ULTIMA-ATUAL
              GO TO P210-LE-PROXIMO.
           IF ANOMES-LIDO NOT LESS AN-INI AND ANOMES-LIDO NOT > AN-FIM
              MOVE  RESU-DATA          TO  ULTIMA-ANTER.
           GO TO P210-LE-PROXIMO.
       P249-FIM.
           EXIT.

       P250-CARREGA.
           IF ULTIMA-ANTER NOT = SPACES
              MOVE  ULTIMA-ANTER       TO  RESU-DATA
           ELSE
              MOVE  ULTIMA-ATUAL       TO  RESU-DATA.
           MOVE  SPACES                TO  RESU-EXT.
           START RESU-ARQ KEY IS NOT LESS RESU-CHAVE
              INVALID KEY GO TO P299-FIM.
       P260-LE-PROXIMO.
           READ RESU-ARQ NEXT RECORD AT END GO TO P299-FIM.
           IF RESU-DATA > ULTIMA-ATUAL
              GO TO P299-FIM.
           IF RESU-DATA NOT = ULTIMA-ATUAL
              AND RESU-DATA NOT = ULTIMA-ANTER
              GO TO P260-LE-PROXIMO.
           ADD   1                     TO  RESU-LIDOS.
           PERFORM P300-PROCURA-EXT    THRU P309-FIM.
           PERFORM P310-PROCURA-LING   THRU P319-FIM.
           IF RESU-DATA = ULTIMA-ATUAL
              GO TO P270-ATUAL.
           IF IND-ACHADO NOT = ZERO
              MOVE  "S"                TO  PEXT-TEM-AN( IND-ACHADO )
              ADD   RESU-QTD           TO  PEXT-QTD-AN( IND-ACHADO )
              ADD   RESU-BYTES         TO  PEXT-BYT-AN( IND-ACHADO ).
           IF IND2 NOT = ZERO
              MOVE  "S"                TO  PLING-TEM-AN( IND2 )
              ADD   RESU-QTD           TO  PLING-QTD-AN( IND2 )
              ADD   RESU-BYTES         TO  PLING-BYT-AN( IND2 ).
           GO TO P260-LE-PROXIMO.
       P270-ATUAL.
           IF IND-ACHADO NOT = ZERO
              MOVE  "S"                TO  PEXT-TEM-AT( IND-ACHADO )
              ADD   RESU-QTD           TO  PEXT-QTD-AT( IND-ACHADO )
              ADD   RESU-BYTES         TO  PEXT-BYT-AT( IND-ACHADO ).
           IF IND2 NOT = ZERO
              MOVE  "S"                TO  PLING-TEM-AT( IND2 )
              ADD   RESU-QTD           TO  PLING-QTD-AT( IND2 )
              ADD   RESU-BYTES         TO  PLING-BYT-AT( IND2 ).
           GO TO P260-LE-PROXIMO.
       P299-FIM.
           EXIT.

       P300-PROCURA-EXT.
           MOVE  ZEROS                 TO  IND-ACHADO IND1.
       P302-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-PEXT
              GO TO P305-INCLUI.
           IF PEXT-NOME( IND1 ) = RESU-EXT
              MOVE  IND1               TO  IND-ACHADO
              GO TO P309-FIM.
           GO TO P302-LOOPING.
       P305-INCLUI.
           IF QTDE-PEXT NOT LESS 2001
              MOVE  "S"                TO  TRANSBORDO AVISO-GERAL
              GO TO P309-FIM.
           ADD   1                     TO  QTDE-PEXT.
           MOVE  QTDE-PEXT             TO  IND-ACHADO.
           MOVE  RESU-EXT              TO  PEXT-NOME( IND-ACHADO ).
           MOVE  ZEROS                 TO  PEXT-QTD-AT( IND-ACHADO ).
           MOVE  ZEROS                 TO  PEXT-BYT-AT( IND-ACHADO ).
           MOVE  ZEROS                 TO  PEXT-QTD-AN( IND-ACHADO ).
           MOVE  ZEROS                 TO  PEXT-BYT-AN( IND-ACHADO ).
           MOVE  "N"                   TO  PEXT-TEM-AT( IND-ACHADO ).
           MOVE  "N"                   TO  PEXT-TEM-AN( IND-ACHADO ).
       P309-FIM.
           EXIT.

       P310-PROCURA-LING.
           MOVE  ZEROS                 TO  IND2.
       P312-LOOPING.
           ADD   1                     TO  IND2.
           IF IND2 > QTDE-PLING
              GO TO P315-INCLUI.
           IF PLING-NOME( IND2 ) = RESU-LING
              GO TO P319-FIM.
           GO TO P312-LOOPING.
       P315-INCLUI.
           IF QTDE-PLING NOT LESS 200
              MOVE  "S"                TO  TRANSBORDO AVISO-GERAL
              MOVE  ZEROS              TO  IND2
              GO TO P319-FIM.
           ADD   1                     TO  QTDE-PLING.
           MOVE  QTDE-PLING            TO  IND2.
           MOVE  RESU-LING             TO  PLING-NOME( IND2 ).
           MOVE  ZEROS                 TO  PLING-QTD-AT( IND2 ).
           MOVE  ZEROS                 TO  PLING-BYT-AT( IND2 ).
           MOVE  ZEROS                 TO  PLING-QTD-AN( IND2 ).
           MOVE  ZEROS                 TO  PLING-BYT-AN( IND2 ).
           MOVE  "N"                   TO  PLING-TEM-AT( IND2 ).
           MOVE  "N"                   TO  PLING-TEM-AN( IND2 ).
       P319-FIM.
           EXIT.

       P350-ORDENA-EXT.
           MOVE  ZEROS                 TO  LACO1.
       P351-LACO1.
           ADD   1                     TO  LACO1.
           IF LACO1 > QTDE-PEXT
              GO TO P359-FIM.
           MOVE  LACO1                 TO  LACO2.
       P352-LACO2.
           ADD   1                     TO  LACO2.
           IF LACO2 > QTDE-PEXT
              GO TO P351-LACO1.
           IF PEXT-QTD-AT( LACO2 ) > PEXT-QTD-AT( LACO1 )
              OR ( PEXT-QTD-AT( LACO2 ) = PEXT-QTD-AT( LACO1 )
              AND PEXT-QTD-AN( LACO2 ) > PEXT-QTD-AN( LACO1 ) )
              MOVE  PEXT-ITEM( LACO2 ) TO  PEXT-AUX
              MOVE  PEXT-ITEM( LACO1 ) TO  PEXT-ITEM( LACO2 )
              MOVE  PEXT-AUX           TO  PEXT-ITEM( LACO1 ).
           GO TO P352-LACO2.
       P359-FIM.
           EXIT.

       P360-ORDENA-LING.
           MOVE  ZEROS                 TO  LACO1.
       P361-LACO1.
           ADD   1                     TO  LACO1.
           IF LACO1 > QTDE-PLING
              GO TO P369-FIM.
           MOVE  LACO1                 TO  LACO2.
       P362-LACO2.
           ADD   1                     TO  LACO2.
           IF LACO2 > QTDE-PLING
              GO TO P361-LACO1.
           IF PLING-QTD-AT( LACO2 ) > PLING-QTD-AT( LACO1 )
              OR ( PLING-QTD-AT( LACO2 ) = PLING-QTD-AT( LACO1 )
              AND PLING-QTD-AN( LACO2 ) > PLING-QTD-AN( LACO1 ) )
              MOVE  PLING-ITEM( LACO2 ) TO PLING-AUX
              MOVE  PLING-ITEM( LACO1 ) TO PLING-ITEM( LACO2 )
              MOVE  PLING-AUX          TO  PLING-ITEM( LACO1 ).
           GO TO P362-LACO2.
       P369-FIM.
           EXIT.

       P400-LISTA.
           OPEN OUTPUT PERI-SAIDA.
           IF FS-PERI > 0
              DISPLAY "Erro de Abertura: " FS-PERI
              MOVE  "S"                TO  AVISO-GERAL.
           MOVE  ULTIMA-ATUAL          TO  DATA-AMD.
           PERFORM P480-EDITA-DATA     THRU P489-FIM.
           MOVE  DATA-ED               TO  ULTIMA-ATUAL-ED.
           MOVE  "(nenhuma)"           TO  ULTIMA-ANTER-ED.
           IF ULTIMA-ANTER NOT = SPACES
              MOVE  ULTIMA-ANTER       TO  DATA-AMD
              PERFORM P480-EDITA-DATA  THRU P489-FIM
              MOVE  DATA-ED            TO  ULTIMA-ANTER-ED.
           MOVE  SPACES                TO  LINHA-PERI.
           STRING "Relatorio de periodo LANGPERI - " DATA-HOJE-ED
                  DELIMITED BY SIZE INTO LINHA-PERI.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  SPACES                TO  LINHA-PERI.
           STRING "Periodo " DELIMITED BY SIZE
                  PERI-NOME DELIMITED BY SPACE
                  ": " FAIXA-ATUAL " ultima execucao "
                  ULTIMA-ATUAL-ED
                  DELIMITED BY SIZE INTO LINHA-PERI.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  SPACES                TO  LINHA-PERI.
           STRING "Periodo anterior: " FAIXA-ANTER
                  " ultima execucao " ULTIMA-ANTER-ED
                  DELIMITED BY SIZE INTO LINHA-PERI.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           IF ULTIMA-ANTER = SPACES
              MOVE  SPACES             TO  LINHA-PERI
              STRING "AVISO: sem execucao no periodo anterior"
                     DELIMITED BY SIZE INTO LINHA-PERI
              PERFORM P490-GRAVA-LINHA THRU P490-FIM.
           IF TRANSBORDO = "S"
              MOVE  SPACES             TO  LINHA-PERI
              STRING "AVISO: tabela cheia - comparacao parcial"
                     DELIMITED BY SIZE INTO LINHA-PERI
              PERFORM P490-GRAVA-LINHA THRU P490-FIM.
           MOVE  SPACES                TO  LINHA-PERI.
           STRING "Comparacao por linguagem:"
                  DELIMITED BY SIZE INTO LINHA-PERI.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  "Linguagem"           TO  VAL-NOME.
           PERFORM P460-CABECALHO      THRU P469-FIM.
           MOVE  ZEROS                 TO  TOTAL-QTD-AT TOTAL-QTD-AN.
           MOVE  ZEROS                 TO  TOTAL-BYT-AT TOTAL-BYT-AN.
           MOVE  ZEROS                 TO  QTD-NOVAS QTD-SAIRAM.
           MOVE  ZEROS                 TO  IND1.
       P410-LING-LOOP.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-PLING
              GO TO P415-LING-TOTAL.
           MOVE  PLING-NOME( IND1 )    TO  VAL-NOME.
           MOVE  PLING-QTD-AT( IND1 )  TO  VAL-QTD-AT.
           MOVE  PLING-QTD-AN( IND1 )  TO  VAL-QTD-AN.
           MOVE  PLING-BYT-AT( IND1 )  TO  VAL-BYT-AT.
           MOVE  PLING-BYT-AN( IND1 )  TO  VAL-BYT-AN.
           MOVE  PLING-TEM-AT( IND1 )  TO  VAL-TEM-AT.
           MOVE  PLING-TEM-AN( IND1 )  TO  VAL-TEM-AN.
           ADD   VAL-QTD-AT            TO  TOTAL-QTD-AT.
           ADD   VAL-QTD-AN            TO  TOTAL-QTD-AN.
           ADD   VAL-BYT-AT            TO  TOTAL-BYT-AT.
           ADD   VAL-BYT-AN            TO  TOTAL-BYT-AN.
           PERFORM P450-LINHA-COMP     THRU P459-FIM.
           IF SITUACAO = "NOVA"
              ADD   1                  TO  QTD-NOVAS.
           IF SITUACAO = "SAIU"
              ADD   1                  TO  QTD-SAIRAM.
           GO TO P410-LING-LOOP.
       P415-LING-TOTAL.
           PERFORM P470-LINHA-TOTAL    THRU P479-FIM.
           MOVE  SPACES                TO  LINHA-PERI.
           MOVE  QTD-NOVAS             TO  CONTADOR-ED.
           STRING "Linguagens que apareceram no periodo: " CONTADOR-ED
                  DELIMITED BY SIZE INTO LINHA-PERI.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  "NOVA"                TO  SITUACAO.
           PERFORM P420-LISTA-SITUACAO THRU P429-FIM.
           MOVE  SPACES                TO  LINHA-PERI.
           MOVE  QTD-SAIRAM            TO  CONTADOR-ED.
           STRING "Linguagens que desapareceram no periodo: "
                  CONTADOR-ED
                  DELIMITED BY SIZE INTO LINHA-PERI.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  "SAIU"                TO  SITUACAO.
           PERFORM P420-LISTA-SITUACAO THRU P429-FIM.
           MOVE  SPACES                TO  LINHA-PERI.
           STRING "Comparacao por extensao:"
                  DELIMITED BY SIZE INTO LINHA-PERI.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  "Extensao"            TO  VAL-NOME.
           PERFORM P460-CABECALHO      THRU P469-FIM.
           MOVE  ZEROS                 TO  TOTAL-QTD-AT TOTAL-QTD-AN.
           MOVE  ZEROS                 TO  TOTAL-BYT-AT TOTAL-BYT-AN.
           MOVE  ZEROS                 TO  QTD-NOVAS QTD-SAIRAM.
           MOVE  ZEROS                 TO  IND1.
       P430-EXT-LOOP.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-PEXT
              GO TO P435-EXT-TOTAL.
           MOVE  PEXT-NOME( IND1 )     TO  VAL-NOME.
           MOVE  PEXT-QTD-AT( IND1 )   TO  VAL-QTD-AT.
           MOVE  PEXT-QTD-AN( IND1 )   TO  VAL-QTD-AN.
           MOVE  PEXT-BYT-AT( IND1 )   TO  VAL-BYT-AT.
           MOVE  PEXT-BYT-AN( IND1 )   TO  VAL-BYT-AN.
           MOVE  PEXT-TEM-AT( IND1 )   TO  VAL-TEM-AT.
           MOVE  PEXT-TEM-AN( IND1 )   TO  VAL-TEM-AN.
           ADD   VAL-QTD-AT            TO  TOTAL-QTD-AT.
           ADD   VAL-QTD-AN            TO  TOTAL-QTD-AN.
           ADD   VAL-BYT-AT            TO  TOTAL-BYT-AT.
           ADD   VAL-BYT-AN            TO  TOTAL-BYT-AN.
           PERFORM P450-LINHA-COMP     THRU P459-FIM.
           IF SITUACAO = "NOVA"
              ADD   1                  TO  QTD-NOVAS.
           IF SITUACAO = "SAIU"
              ADD   1                  TO  QTD-SAIRAM.
           GO TO P430-EXT-LOOP.
       P435-EXT-TOTAL.
           PERFORM P470-LINHA-TOTAL    THRU P479-FIM.
           MOVE  SPACES                TO  LINHA-PERI.
           MOVE  QTD-NOVAS             TO  CONTADOR-ED.
           STRING "Extensoes novas no periodo: " CONTADOR-ED
                  DELIMITED BY SIZE INTO LINHA-PERI.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  SPACES                TO  LINHA-PERI.
           MOVE  QTD-SAIRAM            TO  CONTADOR-ED.
           STRING "Extensoes que sairam no periodo: " CONTADOR-ED
                  DELIMITED BY SIZE INTO LINHA-PERI.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           IF FS-PERI = ZERO
              CLOSE PERI-SAIDA.
           GO TO P499-FIM.

       P420-LISTA-SITUACAO.
           MOVE  ZEROS                 TO  IND2.
       P425-LOOPING.
           ADD   1                     TO  IND2.
           IF IND2 > QTDE-PLING
              GO TO P429-FIM.
           IF SITUACAO = "NOVA" AND PLING-TEM-AN( IND2 ) = "N"
              AND ULTIMA-ANTER NOT = SPACES
              MOVE  SPACES             TO  LINHA-PERI
              MOVE  PLING-QTD-AT( IND2 ) TO QTD-ED
              STRING "  " PLING-NOME( IND2 ) " " QTD-ED " arquivos"
                     DELIMITED BY SIZE INTO LINHA-PERI
              PERFORM P490-GRAVA-LINHA THRU P490-FIM.
           IF SITUACAO = "SAIU" AND PLING-TEM-AT( IND2 ) = "N"
              MOVE  SPACES             TO  LINHA-PERI
              MOVE  PLING-QTD-AN( IND2 ) TO QTD-ED
              STRING "  " PLING-NOME( IND2 ) " " QTD-ED " arquivos"
                     DELIMITED BY SIZE INTO LINHA-PERI
              PERFORM P490-GRAVA-LINHA THRU P490-FIM.
           GO TO P425-LOOPING.
       P429-FIM.
           EXIT.

       P450-LINHA-COMP.
           COMPUTE VARIACAO = VAL-QTD-AT - VAL-QTD-AN.
           COMPUTE VARIACAO-BYT = VAL-BYT-AT - VAL-BYT-AN.
           MOVE  SPACES                TO  LINHA-COMP.
           MOVE  VAL-NOME              TO  COMP-NOME.
           MOVE  VAL-QTD-AT            TO  QTD-ED.
           MOVE  QTD-ED                TO  COMP-QTD-AT.
           MOVE  VAL-QTD-AN            TO  QTD-ED.
           MOVE  QTD-ED                TO  COMP-QTD-AN.
           MOVE  VARIACAO              TO  QTD-VAR-ED.
           MOVE  QTD-VAR-ED            TO  COMP-QTD-VAR.
           MOVE  99999.99              TO  PCT-VARIACAO.
           IF VAL-QTD-AN > ZERO AND VARIACAO NOT > VAL-QTD-AN * 999
              COMPUTE PCT-VARIACAO ROUNDED = VARIACAO * 100
                                           / VAL-QTD-AN.
           IF VAL-QTD-AN > ZERO
              MOVE  PCT-VARIACAO       TO  PCT-ED
              MOVE  PCT-ED             TO  COMP-QTD-PCT.
           MOVE  VAL-BYT-AT            TO  BYT-ED.
           MOVE  BYT-ED                TO  COMP-BYT-AT.
           MOVE  VAL-BYT-AN            TO  BYT-ED.
           MOVE  BYT-ED                TO  COMP-BYT-AN.
           MOVE  VARIACAO-BYT          TO  BYT-VAR-ED.
           MOVE  BYT-VAR-ED            TO  COMP-BYT-VAR.
           MOVE  99999.99              TO  PCT-VARIACAO.
           IF VAL-BYT-AN > ZERO
              AND VARIACAO-BYT NOT > VAL-BYT-AN * 999
              COMPUTE PCT-VARIACAO ROUNDED = VARIACAO-BYT * 100
                                           / VAL-BYT-AN.
           IF VAL-BYT-AN > ZERO
              MOVE  PCT-VARIACAO       TO  PCT-ED
              MOVE  PCT-ED             TO  COMP-BYT-PCT.
           IF VAL-TEM-AT = "N"
              MOVE  "SAIU"             TO  SITUACAO
              GO TO P455-GRAVA.
           IF VAL-TEM-AN = "N" AND ULTIMA-ANTER NOT = SPACES
              MOVE  "NOVA"             TO  SITUACAO
              GO TO P455-GRAVA.
           IF VARIACAO > ZERO
              MOVE  "SUBINDO"          TO  SITUACAO
              GO TO P455-GRAVA.
           IF VARIACAO < ZERO
              MOVE  "CAINDO"           TO  SITUACAO
              GO TO P455-GRAVA.
           MOVE  "ESTAVEL"             TO  SITUACAO.
       P455-GRAVA.
           MOVE  SITUACAO              TO  COMP-SIT.
           MOVE  LINHA-COMP            TO  LINHA-PERI.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
       P459-FIM.
           EXIT.

       P460-CABECALHO.
           MOVE  SPACES                TO  LINHA-COMP.
           MOVE  VAL-NOME              TO  COMP-NOME.
           MOVE  "  Arq.At."           TO  COMP-QTD-AT.
           MOVE  "  Arq.An."           TO  COMP-QTD-AN.
           MOVE  "  Var.Arq."          TO  COMP-QTD-VAR.
           MOVE  "   Pct.%"            TO  COMP-QTD-PCT.
           MOVE  "   Bytes Atual"      TO  COMP-BYT-AT.
           MOVE  "   Bytes Anter"      TO  COMP-BYT-AN.
           MOVE  "    Var. Bytes"      TO  COMP-BYT-VAR.
           MOVE  "   Pct.%"            TO  COMP-BYT-PCT.
           MOVE  "Situacao"            TO  COMP-SIT.
           MOVE  LINHA-COMP            TO  LINHA-PERI.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
       P469-FIM.
           EXIT.

       P470-LINHA-TOTAL.
           MOVE  "Total"               TO  VAL-NOME.
           MOVE  TOTAL-QTD-AT          TO  VAL-QTD-AT.
           MOVE  TOTAL-QTD-AN          TO  VAL-QTD-AN.
           MOVE  TOTAL-BYT-AT          TO  VAL-BYT-AT.
           MOVE  TOTAL-BYT-AN          TO  VAL-BYT-AN.
           MOVE  "S"                   TO  VAL-TEM-AT VAL-TEM-AN.
           PERFORM P450-LINHA-COMP     THRU P459-FIM.
       P479-FIM.
           EXIT.

       P480-EDITA-DATA.
           MOVE  SPACES                TO  DATA-ED.
           STRING AMD-DIA "/" AMD-MES "/" AMD-ANO
                   DELIMITED BY SIZE INTO DATA-ED.
       P489-FIM.
           EXIT.

       P490-GRAVA-LINHA.
           DISPLAY LINHA-PERI.
           IF FS-PERI = ZERO
              WRITE  REG-PERI          FROM LINHA-PERI.
       P490-FIM.
           EXIT.
       P499-FIM.
           EXIT.

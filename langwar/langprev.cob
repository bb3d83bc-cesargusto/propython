       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LANGPREV.
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
            SELECT PREV-SAIDA
            ASSIGN       TO "previsao.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-PREV.
            SELECT CSV-SAIDA
            ASSIGN       TO "previsao.csv"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-CSV.

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

       FD    PREV-SAIDA
             LABEL RECORD IS STANDARD.
       01    REG-PREV                  PIC X(132).

       FD    CSV-SAIDA
             LABEL RECORD IS STANDARD.
       01    REG-CSV                   PIC X(100).

       WORKING-STORAGE SECTION.
       77    FS-RESU                   PIC 9(02).
       77    FS-PREV                   PIC 9(02).
       77    FS-CSV                    PIC 9(02).
       77    LINHA-COMANDO             PIC X(100).
       77    MESES-ARG                 PIC X(10).
       77    LIMITE-ARG                PIC X(10).
       77    VALOR-ARG                 PIC X(10).
       77    TAM-ARG                   PIC 9(02).
       77    NUM-ARG                   PIC 9(03).
       77    JANELA                    PIC 9(02).
       77    LIMITE                    PIC 9(03).
       77    PISO-PCT                  PIC 9(02) VALUE 2.
       77    METADE                    PIC 9(02).
       01    HORIZONTE-VALORES.
        03   FILLER                    PIC X(06) VALUE "030612".
       01    HORIZONTE-TAB REDEFINES HORIZONTE-VALORES.
        03   HORIZONTE                 PIC 9(02) OCCURS 3 TIMES.
       01    DATA-EXEC.
        03   DATA-ANO                  PIC 9(04).
        03   DATA-MES                  PIC 9(02).
        03   DATA-DIA                  PIC 9(02).
       77    DATA-HOJE-ED              PIC X(10).
       01    DATA-LIDA                 PIC X(08).
       01    DATA-LIDA-R REDEFINES DATA-LIDA.
        03   LIDA-ANO                  PIC 9(04).
        03   LIDA-MES                  PIC 9(02).
        03   LIDA-DIA                  PIC 9(02).
       01    DATA-AMD.
        03   AMD-ANO                   PIC X(04).
        03   AMD-MES                   PIC X(02).
        03   AMD-DIA                   PIC X(02).
       77    DATA-ED                   PIC X(10).
       77    ULTIMA-ED                 PIC X(10).
       77    DATA-INICIO               PIC 9(08).
       77    FIM-ABS                   PIC 9(06).
       77    INI-ABS                   PIC 9(06).
       77    LIDO-ABS                  PIC 9(06).
       77    IND-CALC                  PIC S9(06).
       77    CALC-ABS                  PIC 9(06).
       77    CALC-ANO                  PIC 9(04).
       77    CALC-MES                  PIC 9(02).
       77    MES-ED                    PIC 9(02).
       77    ANO-ED                    PIC 9(04).
       77    MES-ANO-ED                PIC X(07).
       77    FAIXA-JANELA              PIC X(20).
       01    MES-TABELA.
        03   MES-ITEM OCCURS 60 TIMES.
         05  MES-ULTIMA                PIC X(08).
       77    QTDE-EXECS                PIC 9(02).
       77    ULT-IND                   PIC 9(02).
       01    PLING-TABELA.
        03   PLING-ITEM OCCURS 200 TIMES.
         05  PLING-NOME                PIC X(15).
         05  PLING-SIT-QTD             PIC X(11).
         05  PLING-SIT-BYT             PIC X(11).
         05  PLING-MES OCCURS 60 TIMES.
          07 PLING-QTD                 PIC 9(09).
          07 PLING-BYT                 PIC 9(14).
       01    PLING-AUX.
         05  FILLER                    PIC X(15).
         05  FILLER                    PIC X(11).
         05  FILLER                    PIC X(11).
         05  FILLER                    PIC X(1380).
       77    QTDE-PLING                PIC 9(03).
       01    TOT-TABELA.
        03   TOT-MES OCCURS 60 TIMES.
         05  TOT-QTD                   PIC 9(09).
         05  TOT-BYT                   PIC 9(14).
       01    SERIE-TABELA.
        03   SERIE-Y                   PIC 9(14) OCCURS 60 TIMES.
       01    PROJ-TABELA.
        03   PROJ-ITEM OCCURS 3 TIMES.
         05  PROJ-SERIE                PIC 9(14).
         05  PROJ-QTD                  PIC 9(09).
         05  PROJ-BYT                  PIC 9(14).
       77    IND1                      PIC 9(04).
       77    IND2                      PIC 9(04).
       77    IND3                      PIC 9(04).
       77    LACO1                     PIC 9(04).
       77    LACO2                     PIC 9(04).
       77    TRANSBORDO                PIC X(01).
       77    AVISO-GERAL               PIC X(01).
       77    SEM-METADE                PIC X(01).
       77    RESU-LIDOS                PIC 9(07).
       77    AJ-INI                    PIC 9(02).
       77    AJ-FIM                    PIC 9(02).
       77    AJ-PONTOS                 PIC 9(02).
       77    SOMA-X                    PIC 9(05).
       77    SOMA-Y                    PIC 9(16).
       77    MEDIA-X                   PIC S9(03)V9(04).
       77    MEDIA-Y                   PIC S9(14)V9(04).
       77    DESVIO-X                  PIC S9(03)V9(04).
       77    SOMA-XX                   PIC S9(09)V9(04).
       77    SOMA-XY                   PIC S9(17)V9(04).
       77    INCLINACAO                PIC S9(14)V9(04).
       77    TEND                      PIC S9(14)V9(04).
       77    TEND-MX                   PIC S9(03)V9(04).
       77    TEND-MY                   PIC S9(14)V9(04).
       77    RITMO1                    PIC S9(14)V9(04).
       77    RITMO2                    PIC S9(14)V9(04).
       77    PONTOS1                   PIC 9(02).
       77    PONTOS2                   PIC 9(02).
       77    DIFERENCA                 PIC S9(14)V9(04).
       77    DIF-ABS                   PIC S9(14)V9(04).
       77    BASE-ABS                  PIC S9(14)V9(04).
       77    PISO                      PIC S9(14)V9(04).
       77    PROJ-VAL                  PIC S9(15).
       77    VAL-NOME                  PIC X(15).
       77    VAL-ATUAL                 PIC 9(14).
       77    MEDIDA                    PIC X(05).
       77    SITUACAO                  PIC X(11).
       77    QTD-BRUSCAS               PIC 9(04).
       77    CONTADOR-ED               PIC ZZZ9.
       77    JANELA-ED                 PIC Z9.
       77    EXECS-ED                  PIC Z9.
       77    LIMITE-ED                 PIC ZZ9.
       77    VAL-ED                    PIC ZZZZZZZZZZZZ9.
       77    TEND-ED                   PIC +ZZZZZZZZZ9.9.
       01    LINHA-PREV                PIC X(132).
       01    LINHA-DET.
        03   DET-NOME                  PIC X(15).
        03   FILLER                    PIC X(01).
        03   DET-MEDIDA                PIC X(05).
        03   FILLER                    PIC X(01).
        03   DET-ATUAL                 PIC X(13).
        03   FILLER                    PIC X(01).
        03   DET-TEND                  PIC X(13).
        03   FILLER                    PIC X(01).
        03   DET-P03                   PIC X(13).
        03   FILLER                    PIC X(01).
        03   DET-P06                   PIC X(13).
        03   FILLER                    PIC X(01).
        03   DET-P12                   PIC X(13).
        03   FILLER                    PIC X(01).
        03   DET-RIT1                  PIC X(13).
        03   FILLER                    PIC X(01).
        03   DET-RIT2                  PIC X(13).
        03   FILLER                    PIC X(01).
        03   DET-SIT                   PIC X(11).
        03   FILLER                    PIC X(01).
       01    LINHA-CSV                 PIC X(100).
       77    CSV-CONTADOR              PIC 9(05).
       77    CSV-TIPO                  PIC X(01).
       77    CSV-DATA                  PIC X(10).
       77    CSV-QTD                   PIC 9(07).
       77    CSV-BYT                   PIC 9(14).
       77    CSV-TOTAL                 PIC 9(08).
       77    TAM-NOME                  PIC 9(02).

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE  ZEROS                 TO  QTDE-PLING RESU-LIDOS.
           MOVE  ZEROS                 TO  QTDE-EXECS ULT-IND.
           MOVE  ZEROS                 TO  QTD-BRUSCAS.
           MOVE  "N"                   TO  TRANSBORDO AVISO-GERAL.
           MOVE  "N"                   TO  SEM-METADE.
           ACCEPT  DATA-EXEC        FROM DATE YYYYMMDD.
           MOVE  SPACES                TO  DATA-HOJE-ED.
           STRING  DATA-DIA  "/" DATA-MES "/" DATA-ANO
                   DELIMITED BY SIZE INTO DATA-HOJE-ED.
           MOVE  SPACES                TO  LINHA-COMANDO.
           MOVE  SPACES                TO  MESES-ARG LIMITE-ARG.
           ACCEPT LINHA-COMANDO        FROM COMMAND-LINE.
           UNSTRING LINHA-COMANDO DELIMITED BY ALL SPACE
                    INTO MESES-ARG LIMITE-ARG.
           PERFORM P100-DEFINE-JANELA  THRU P199-FIM.
           OPEN INPUT RESU-ARQ.
           IF FS-RESU > 0
              DISPLAY "Erro de Abertura: " FS-RESU
              DISPLAY "Repositorio resultados.idx indisponivel"
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
           PERFORM P200-ACHA-MESES     THRU P249-FIM.
           IF QTDE-EXECS < 2
              CLOSE RESU-ARQ
              MOVE  QTDE-EXECS         TO  EXECS-ED
              DISPLAY "Historico insuficiente na janela "
                      FAIXA-JANELA(1:17) ": meses com execucao "
                      EXECS-ED
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
           PERFORM P250-CARREGA        THRU P299-FIM.
           CLOSE RESU-ARQ.
           PERFORM P360-ORDENA-LING    THRU P369-FIM.
           PERFORM P400-LISTA          THRU P499-FIM.
           IF QTD-BRUSCAS > ZERO OR SEM-METADE = "S"
              MOVE  "S"                TO  AVISO-GERAL.
           IF AVISO-GERAL = "S" AND RETURN-CODE = ZERO
              MOVE  4                  TO  RETURN-CODE.
           STOP RUN.

       P100-DEFINE-JANELA.
           MOVE  12                    TO  JANELA.
           MOVE  50                    TO  LIMITE.
           IF MESES-ARG = SPACES
              GO TO P110-LIMITE.
           MOVE  MESES-ARG             TO  VALOR-ARG.
           PERFORM P180-VALIDA-NUMERO  THRU P189-FIM.
           IF NUM-ARG < 4 OR NUM-ARG > 60
              DISPLAY "Janela invalida (4 a 60 meses): " MESES-ARG
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
           MOVE  NUM-ARG               TO  JANELA.
       P110-LIMITE.
           IF LIMITE-ARG = SPACES
              GO TO P120-CALCULA.
           MOVE  LIMITE-ARG            TO  VALOR-ARG.
           PERFORM P180-VALIDA-NUMERO  THRU P189-FIM.
           IF NUM-ARG < 1
              DISPLAY "Limite invalido (1 a 999%): " LIMITE-ARG
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
           MOVE  NUM-ARG               TO  LIMITE.
       P120-CALCULA.
           COMPUTE METADE = JANELA / 2.
           COMPUTE FIM-ABS = DATA-ANO * 12 + DATA-MES.
           COMPUTE INI-ABS = FIM-ABS - JANELA + 1.
           MOVE  INI-ABS               TO  CALC-ABS.
           PERFORM P470-MES-ABS        THRU P479-FIM.
           COMPUTE DATA-INICIO = CALC-ANO * 10000 + CALC-MES * 100.
           MOVE  SPACES                TO  FAIXA-JANELA.
           MOVE  MES-ANO-ED            TO  FAIXA-JANELA(1:7).
           MOVE  " a "                 TO  FAIXA-JANELA(8:3).
           MOVE  FIM-ABS               TO  CALC-ABS.
           PERFORM P470-MES-ABS        THRU P479-FIM.
           MOVE  MES-ANO-ED            TO  FAIXA-JANELA(11:7).
           MOVE  ZEROS                 TO  IND2.
       P130-LIMPA-MESES.
           ADD   1                     TO  IND2.
           IF IND2 > 60
              GO TO P199-FIM.
           MOVE  SPACES                TO  MES-ULTIMA( IND2 ).
           MOVE  ZEROS                 TO  TOT-QTD( IND2 ).
           MOVE  ZEROS                 TO  TOT-BYT( IND2 ).
           GO TO P130-LIMPA-MESES.

       P180-VALIDA-NUMERO.
           MOVE  10                    TO  TAM-ARG.
       P182-ACHA-TAM.
           IF VALOR-ARG( TAM-ARG : 1 ) NOT = SPACE
              GO TO P185-TESTA.
           SUBTRACT 1                 FROM TAM-ARG.
           GO TO P182-ACHA-TAM.
       P185-TESTA.
           IF TAM-ARG > 3 OR VALOR-ARG( 1 : TAM-ARG ) NOT NUMERIC
              DISPLAY "Argumento nao numerico: " VALOR-ARG
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
           MOVE  VALOR-ARG( 1 : TAM-ARG ) TO NUM-ARG.
       P189-FIM.
           EXIT.
       P199-FIM.
           EXIT.

       P200-ACHA-MESES.
           MOVE  DATA-INICIO           TO  RESU-DATA.
           MOVE  SPACES                TO  RESU-EXT.
           START RESU-ARQ KEY IS NOT LESS RESU-CHAVE
              INVALID KEY GO TO P240-CONTA.
       P210-LE-PROXIMO.
           READ RESU-ARQ NEXT RECORD AT END GO TO P240-CONTA.
           PERFORM P230-CALCULA-IND    THRU P239-FIM.
           IF IND-CALC > JANELA
              GO TO P240-CONTA.
           IF IND-CALC < 1
              GO TO P210-LE-PROXIMO.
           IF RESU-DATA > MES-ULTIMA( IND-CALC )
              MOVE  RESU-DATA          TO  MES-ULTIMA( IND-CALC ).
           GO TO P210-LE-PROXIMO.

       P230-CALCULA-IND.
           MOVE  ZEROS                 TO  IND-CALC.
           MOVE  RESU-DATA             TO  DATA-LIDA.
           IF DATA-LIDA NOT NUMERIC
              GO TO P239-FIM.
           COMPUTE LIDO-ABS = LIDA-ANO * 12 + LIDA-MES.
           COMPUTE IND-CALC = LIDO-ABS - INI-ABS + 1.
       P239-FIM.
           EXIT.

       P240-CONTA.
           MOVE  ZEROS                 TO  IND2.
       P242-LOOPING.
           ADD   1                     TO  IND2.
           IF IND2 > JANELA
              GO TO P249-FIM.
           IF MES-ULTIMA( IND2 ) NOT = SPACES
              ADD   1                  TO  QTDE-EXECS
              MOVE  IND2               TO  ULT-IND.
           GO TO P242-LOOPING.
       P249-FIM.
           EXIT.

       P250-CARREGA.
           MOVE  DATA-INICIO           TO  RESU-DATA.
           MOVE  SPACES                TO  RESU-EXT.
           START RESU-ARQ KEY IS NOT LESS RESU-CHAVE
              INVALID KEY GO TO P299-FIM.
       P260-LE-PROXIMO.
           READ RESU-ARQ NEXT RECORD AT END GO TO P299-FIM.
           PERFORM P230-CALCULA-IND    THRU P239-FIM.
           IF IND-CALC > JANELA
              GO TO P299-FIM.
           IF IND-CALC < 1
              GO TO P260-LE-PROXIMO.
           IF RESU-DATA NOT = MES-ULTIMA( IND-CALC )
              GO TO P260-LE-PROXIMO.
           ADD   1                     TO  RESU-LIDOS.
           ADD   RESU-QTD              TO  TOT-QTD( IND-CALC ).
           ADD   RESU-BYTES            TO  TOT-BYT( IND-CALC ).
           PERFORM P310-PROCURA-LING   THRU P319-FIM.
           IF IND1 NOT = ZERO
              ADD   RESU-QTD           TO  PLING-QTD( IND1 IND-CALC )
              ADD   RESU-BYTES         TO  PLING-BYT( IND1 IND-CALC ).
           GO TO P260-LE-PROXIMO.
       P299-FIM.
           EXIT.

       P310-PROCURA-LING.
           MOVE  ZEROS                 TO  IND1.
       P312-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-PLING
              GO TO P315-INCLUI.
           IF PLING-NOME( IND1 ) = RESU-LING
              GO TO P319-FIM.
           GO TO P312-LOOPING.
       P315-INCLUI.
           IF QTDE-PLING NOT LESS 200
              MOVE  "S"                TO  TRANSBORDO AVISO-GERAL
              MOVE  ZEROS              TO  IND1
              GO TO P319-FIM.
           ADD   1                     TO  QTDE-PLING.
           MOVE  QTDE-PLING            TO  IND1.
           MOVE  RESU-LING             TO  PLING-NOME( IND1 ).
           MOVE  SPACES                TO  PLING-SIT-QTD( IND1 ).
           MOVE  SPACES                TO  PLING-SIT-BYT( IND1 ).
           MOVE  ZEROS                 TO  IND2.
       P317-ZERA.
           ADD   1                     TO  IND2.
           IF IND2 > 60
              GO TO P319-FIM.
           MOVE  ZEROS                 TO  PLING-QTD( IND1 IND2 ).
           MOVE  ZEROS                 TO  PLING-BYT( IND1 IND2 ).
           GO TO P317-ZERA.
       P319-FIM.
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
           IF PLING-QTD( LACO2 ULT-IND ) > PLING-QTD( LACO1 ULT-IND )
              OR ( PLING-QTD( LACO2 ULT-IND ) =
                   PLING-QTD( LACO1 ULT-IND )
              AND PLING-BYT( LACO2 ULT-IND ) >
                  PLING-BYT( LACO1 ULT-IND ) )
              MOVE  PLING-ITEM( LACO2 ) TO PLING-AUX
              MOVE  PLING-ITEM( LACO1 ) TO PLING-ITEM( LACO2 )
              MOVE  PLING-AUX          TO  PLING-ITEM( LACO1 ).
           GO TO P362-LACO2.
       P369-FIM.
           EXIT.

       P400-LISTA.
           OPEN OUTPUT PREV-SAIDA.
           IF FS-PREV > 0
              DISPLAY "Erro de Abertura: " FS-PREV
              MOVE  "S"                TO  AVISO-GERAL.
           PERFORM P700-ABRE-CSV       THRU P709-FIM.
           MOVE  MES-ULTIMA( ULT-IND ) TO  DATA-AMD.
           PERFORM P480-EDITA-DATA     THRU P489-FIM.
           MOVE  DATA-ED               TO  ULTIMA-ED.
           MOVE  SPACES                TO  LINHA-PREV.
           STRING "Previsao de crescimento LANGPREV - " DATA-HOJE-ED
                  DELIMITED BY SIZE INTO LINHA-PREV.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  JANELA                TO  JANELA-ED.
           MOVE  QTDE-EXECS            TO  EXECS-ED.
           MOVE  SPACES                TO  LINHA-PREV.
           STRING "Janela: " FAIXA-JANELA(1:17) " (" JANELA-ED
                  " meses, " EXECS-ED " com execucao) ultima execucao "
                  ULTIMA-ED
                  DELIMITED BY SIZE INTO LINHA-PREV.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  SPACES                TO  LINHA-PREV.
           STRING "Projecao a partir de " FAIXA-JANELA(11:7) ":"
                  DELIMITED BY SIZE INTO LINHA-PREV.
           MOVE  30                    TO  IND3.
           MOVE  ZEROS                 TO  IND2.
       P402-HORIZONTES.
           ADD   1                     TO  IND2.
           IF IND2 > 3
              GO TO P404-LEGENDA.
           COMPUTE CALC-ABS = FIM-ABS + HORIZONTE( IND2 ).
           PERFORM P470-MES-ABS        THRU P479-FIM.
           MOVE  HORIZONTE( IND2 )     TO  JANELA-ED.
           STRING JANELA-ED " meses = " MES-ANO-ED
                  DELIMITED BY SIZE INTO LINHA-PREV( IND3 : 20 ).
           ADD   20                    TO  IND3.
           GO TO P402-HORIZONTES.
       P404-LEGENDA.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  LIMITE                TO  LIMITE-ED.
           MOVE  SPACES                TO  LINHA-PREV.
           STRING "Ritmo = variacao media por mes; mudanca brusca "
                  "quando o ritmo da 2a metade da janela difere do "
                  "da 1a metade em mais de " LIMITE-ED "%"
                  DELIMITED BY SIZE INTO LINHA-PREV.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           IF TRANSBORDO = "S"
              MOVE  SPACES             TO  LINHA-PREV
              STRING "AVISO: tabela de linguagens cheia - "
                     "previsao parcial"
                     DELIMITED BY SIZE INTO LINHA-PREV
              PERFORM P490-GRAVA-LINHA THRU P490-FIM.
           PERFORM P460-CABECALHO      THRU P469-FIM.
           MOVE  ZEROS                 TO  IND1.
       P410-LING-LOOP.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-PLING
              GO TO P420-TOTAL.
           MOVE  PLING-NOME( IND1 )    TO  VAL-NOME.
           MOVE  "Arq."                TO  MEDIDA.
           MOVE  ZEROS                 TO  IND2.
       P412-SERIE-QTD.
           ADD   1                     TO  IND2.
           IF IND2 > JANELA
              GO TO P413-PREVE-QTD.
           MOVE  PLING-QTD( IND1 IND2 ) TO SERIE-Y( IND2 ).
           GO TO P412-SERIE-QTD.
       P413-PREVE-QTD.
           PERFORM P500-PREVE-SERIE    THRU P549-FIM.
           MOVE  SITUACAO              TO  PLING-SIT-QTD( IND1 ).
           MOVE  PROJ-SERIE( 1 )       TO  PROJ-QTD( 1 ).
           MOVE  PROJ-SERIE( 2 )       TO  PROJ-QTD( 2 ).
           MOVE  PROJ-SERIE( 3 )       TO  PROJ-QTD( 3 ).
           MOVE  SPACES                TO  VAL-NOME.
           MOVE  "Bytes"               TO  MEDIDA.
           MOVE  ZEROS                 TO  IND2.
       P414-SERIE-BYT.
           ADD   1                     TO  IND2.
           IF IND2 > JANELA
              GO TO P415-PREVE-BYT.
           MOVE  PLING-BYT( IND1 IND2 ) TO SERIE-Y( IND2 ).
           GO TO P414-SERIE-BYT.
       P415-PREVE-BYT.
           PERFORM P500-PREVE-SERIE    THRU P549-FIM.
           MOVE  SITUACAO              TO  PLING-SIT-BYT( IND1 ).
           MOVE  PROJ-SERIE( 1 )       TO  PROJ-BYT( 1 ).
           MOVE  PROJ-SERIE( 2 )       TO  PROJ-BYT( 2 ).
           MOVE  PROJ-SERIE( 3 )       TO  PROJ-BYT( 3 ).
           PERFORM P720-GRAVA-CSV-LING THRU P729-FIM.
           IF ( PLING-SIT-QTD( IND1 ) NOT = "CONSTANTE"
              AND PLING-SIT-QTD( IND1 ) NOT = "SEM DADOS" )
              OR ( PLING-SIT-BYT( IND1 ) NOT = "CONSTANTE"
              AND PLING-SIT-BYT( IND1 ) NOT = "SEM DADOS" )
              ADD   1                  TO  QTD-BRUSCAS.
           GO TO P410-LING-LOOP.
       P420-TOTAL.
           MOVE  "Total"               TO  VAL-NOME.
           MOVE  "Arq."                TO  MEDIDA.
           MOVE  ZEROS                 TO  IND2.
       P422-SERIE-QTD.
           ADD   1                     TO  IND2.
           IF IND2 > JANELA
              GO TO P423-PREVE-QTD.
           MOVE  TOT-QTD( IND2 )       TO  SERIE-Y( IND2 ).
           GO TO P422-SERIE-QTD.
       P423-PREVE-QTD.
           PERFORM P500-PREVE-SERIE    THRU P549-FIM.
           MOVE  SPACES                TO  VAL-NOME.
           MOVE  "Bytes"               TO  MEDIDA.
           MOVE  ZEROS                 TO  IND2.
       P424-SERIE-BYT.
           ADD   1                     TO  IND2.
           IF IND2 > JANELA
              GO TO P425-PREVE-BYT.
           MOVE  TOT-BYT( IND2 )       TO  SERIE-Y( IND2 ).
           GO TO P424-SERIE-BYT.
       P425-PREVE-BYT.
           PERFORM P500-PREVE-SERIE    THRU P549-FIM.
           IF SEM-METADE = "S"
              MOVE  SPACES             TO  LINHA-PREV
              STRING "AVISO: metade da janela com menos de 2 meses "
                     "com execucao - mudanca de ritmo nao avaliada"
                     DELIMITED BY SIZE INTO LINHA-PREV
              PERFORM P490-GRAVA-LINHA THRU P490-FIM.
           MOVE  SPACES                TO  LINHA-PREV.
           MOVE  QTD-BRUSCAS           TO  CONTADOR-ED.
           STRING "Linguagens com mudanca brusca de ritmo: "
                  CONTADOR-ED
                  DELIMITED BY SIZE INTO LINHA-PREV.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           MOVE  ZEROS                 TO  IND1.
       P430-BRUSCAS.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-PLING
              GO TO P440-FECHA.
           IF ( PLING-SIT-QTD( IND1 ) = "CONSTANTE"
              OR PLING-SIT-QTD( IND1 ) = "SEM DADOS" )
              AND ( PLING-SIT-BYT( IND1 ) = "CONSTANTE"
              OR PLING-SIT-BYT( IND1 ) = "SEM DADOS" )
              GO TO P430-BRUSCAS.
           MOVE  SPACES                TO  LINHA-PREV.
           STRING "  " PLING-NOME( IND1 )
                  " Arq.: " PLING-SIT-QTD( IND1 )
                  " Bytes: " PLING-SIT-BYT( IND1 )
                  DELIMITED BY SIZE INTO LINHA-PREV.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
           GO TO P430-BRUSCAS.
       P440-FECHA.
           PERFORM P740-FECHA-CSV      THRU P749-FIM.
           MOVE  CSV-CONTADOR          TO  CONTADOR-ED.
           DISPLAY "Linhas de previsao exportadas: " CONTADOR-ED.
           IF FS-PREV = ZERO
              CLOSE PREV-SAIDA.
           GO TO P499-FIM.

       P460-CABECALHO.
           MOVE  SPACES                TO  LINHA-DET.
           MOVE  "Linguagem"           TO  DET-NOME.
           MOVE  "Med."                TO  DET-MEDIDA.
           MOVE  "        Atual"       TO  DET-ATUAL.
           MOVE  "    Tend./mes"       TO  DET-TEND.
           MOVE  "     +3 meses"       TO  DET-P03.
           MOVE  "     +6 meses"       TO  DET-P06.
           MOVE  "    +12 meses"       TO  DET-P12.
           MOVE  "  Ritmo 1a m."       TO  DET-RIT1.
           MOVE  "  Ritmo 2a m."       TO  DET-RIT2.
           MOVE  "Situacao"            TO  DET-SIT.
           MOVE  LINHA-DET             TO  LINHA-PREV.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
       P469-FIM.
           EXIT.

       P470-MES-ABS.
           COMPUTE CALC-ANO = ( CALC-ABS - 1 ) / 12.
           COMPUTE CALC-MES = CALC-ABS - CALC-ANO * 12.
           MOVE  CALC-MES              TO  MES-ED.
           MOVE  CALC-ANO              TO  ANO-ED.
           MOVE  SPACES                TO  MES-ANO-ED.
           STRING MES-ED "/" ANO-ED DELIMITED BY SIZE
                  INTO MES-ANO-ED.
       P479-FIM.
           EXIT.

       P480-EDITA-DATA.
           MOVE  SPACES                TO  DATA-ED.
           STRING AMD-DIA "/" AMD-MES "/" AMD-ANO
                   DELIMITED BY SIZE INTO DATA-ED.
       P489-FIM.
           EXIT.

       P490-GRAVA-LINHA.
           DISPLAY LINHA-PREV.
           IF FS-PREV = ZERO
              WRITE  REG-PREV          FROM LINHA-PREV.
       P490-FIM.
           EXIT.
       P499-FIM.
           EXIT.

       P500-PREVE-SERIE.
           MOVE  1                     TO  AJ-INI.
           MOVE  JANELA                TO  AJ-FIM.
           PERFORM P600-AJUSTA         THRU P649-FIM.
           MOVE  INCLINACAO            TO  TEND.
           MOVE  MEDIA-X               TO  TEND-MX.
           MOVE  MEDIA-Y               TO  TEND-MY.
           MOVE  SERIE-Y( ULT-IND )    TO  VAL-ATUAL.
           MOVE  ZEROS                 TO  IND2.
       P505-PROJETA.
           ADD   1                     TO  IND2.
           IF IND2 > 3
              GO TO P510-METADES.
           COMPUTE PROJ-VAL ROUNDED = TEND-MY + TEND *
                   ( JANELA + HORIZONTE( IND2 ) - TEND-MX ).
           IF PROJ-VAL < ZERO
              MOVE  ZEROS              TO  PROJ-VAL.
           MOVE  PROJ-VAL              TO  PROJ-SERIE( IND2 ).
           GO TO P505-PROJETA.
       P510-METADES.
           MOVE  1                     TO  AJ-INI.
           MOVE  METADE                TO  AJ-FIM.
           PERFORM P600-AJUSTA         THRU P649-FIM.
           MOVE  INCLINACAO            TO  RITMO1.
           MOVE  AJ-PONTOS             TO  PONTOS1.
           COMPUTE AJ-INI = METADE + 1.
           MOVE  JANELA                TO  AJ-FIM.
           PERFORM P600-AJUSTA         THRU P649-FIM.
           MOVE  INCLINACAO            TO  RITMO2.
           MOVE  AJ-PONTOS             TO  PONTOS2.
           PERFORM P550-SITUACAO       THRU P559-FIM.
           MOVE  SPACES                TO  LINHA-DET.
           MOVE  VAL-NOME              TO  DET-NOME.
           MOVE  MEDIDA                TO  DET-MEDIDA.
           MOVE  VAL-ATUAL             TO  VAL-ED.
           MOVE  VAL-ED                TO  DET-ATUAL.
           MOVE  TEND                  TO  TEND-ED.
           MOVE  TEND-ED               TO  DET-TEND.
           MOVE  PROJ-SERIE( 1 )       TO  VAL-ED.
           MOVE  VAL-ED                TO  DET-P03.
           MOVE  PROJ-SERIE( 2 )       TO  VAL-ED.
           MOVE  VAL-ED                TO  DET-P06.
           MOVE  PROJ-SERIE( 3 )       TO  VAL-ED.
           MOVE  VAL-ED                TO  DET-P12.
           IF SITUACAO NOT = "SEM DADOS"
              MOVE  RITMO1             TO  TEND-ED
              MOVE  TEND-ED            TO  DET-RIT1
              MOVE  RITMO2             TO  TEND-ED
              MOVE  TEND-ED            TO  DET-RIT2.
           MOVE  SITUACAO              TO  DET-SIT.
           MOVE  LINHA-DET             TO  LINHA-PREV.
           PERFORM P490-GRAVA-LINHA    THRU P490-FIM.
       P549-FIM.
           EXIT.

       P550-SITUACAO.
           MOVE  "CONSTANTE"           TO  SITUACAO.
           IF PONTOS1 < 2 OR PONTOS2 < 2
              MOVE  "SEM DADOS"        TO  SITUACAO
              MOVE  "S"                TO  SEM-METADE
              GO TO P559-FIM.
           COMPUTE DIFERENCA = RITMO2 - RITMO1.
           MOVE  DIFERENCA             TO  DIF-ABS.
           IF DIFERENCA < ZERO
              COMPUTE DIF-ABS = ZERO - DIFERENCA.
           MOVE  RITMO1                TO  BASE-ABS.
           IF RITMO1 < ZERO
              COMPUTE BASE-ABS = ZERO - RITMO1.
           COMPUTE PISO ROUNDED = TEND-MY * PISO-PCT / 100.
           IF DIF-ABS = ZERO OR DIF-ABS NOT > PISO
              GO TO P559-FIM.
           IF DIF-ABS * 100 NOT > LIMITE * BASE-ABS
              GO TO P559-FIM.
           IF ( RITMO1 > ZERO AND RITMO2 < ZERO )
              OR ( RITMO1 < ZERO AND RITMO2 > ZERO )
              MOVE  "INVERTEU"         TO  SITUACAO
              GO TO P559-FIM.
           IF DIFERENCA > ZERO
              MOVE  "ACELEROU"         TO  SITUACAO
           ELSE
              MOVE  "DESACELEROU"      TO  SITUACAO.
       P559-FIM.
           EXIT.

       P600-AJUSTA.
           MOVE  ZEROS                 TO  AJ-PONTOS SOMA-X SOMA-Y.
           MOVE  ZEROS                 TO  SOMA-XX SOMA-XY.
           MOVE  ZEROS                 TO  MEDIA-X MEDIA-Y INCLINACAO.
           MOVE  AJ-INI                TO  IND3.
       P610-SOMA.
           IF IND3 > AJ-FIM
              GO TO P620-MEDIAS.
           IF MES-ULTIMA( IND3 ) NOT = SPACES
              ADD   1                  TO  AJ-PONTOS
              ADD   IND3               TO  SOMA-X
              ADD   SERIE-Y( IND3 )    TO  SOMA-Y.
           ADD   1                     TO  IND3.
           GO TO P610-SOMA.
       P620-MEDIAS.
           IF AJ-PONTOS = ZERO
              GO TO P649-FIM.
           COMPUTE MEDIA-X ROUNDED = SOMA-X / AJ-PONTOS.
           COMPUTE MEDIA-Y ROUNDED = SOMA-Y / AJ-PONTOS.
           IF AJ-PONTOS < 2
              GO TO P649-FIM.
           MOVE  AJ-INI                TO  IND3.
       P630-DESVIOS.
           IF IND3 > AJ-FIM
              GO TO P640-INCLINACAO.
           IF MES-ULTIMA( IND3 ) NOT = SPACES
              COMPUTE DESVIO-X = IND3 - MEDIA-X
              COMPUTE SOMA-XX ROUNDED = SOMA-XX + DESVIO-X * DESVIO-X
              COMPUTE SOMA-XY ROUNDED = SOMA-XY
                                      + DESVIO-X * SERIE-Y( IND3 ).
           ADD   1                     TO  IND3.
           GO TO P630-DESVIOS.
       P640-INCLINACAO.
           IF SOMA-XX > ZERO
              COMPUTE INCLINACAO ROUNDED = SOMA-XY / SOMA-XX.
       P649-FIM.
           EXIT.

       P700-ABRE-CSV.
           MOVE  ZEROS                 TO  CSV-CONTADOR.
           OPEN OUTPUT CSV-SAIDA.
           IF FS-CSV > 0
              DISPLAY "Erro de Abertura: " FS-CSV
              MOVE  "S"                TO  AVISO-GERAL
              GO TO P709-FIM.
           MOVE  SPACES                TO  LINHA-CSV.
           STRING "H," DATA-HOJE-ED ",LANGPREV"
                   DELIMITED BY SIZE INTO LINHA-CSV.
           WRITE  REG-CSV              FROM LINHA-CSV.
       P709-FIM.
           EXIT.

       P720-GRAVA-CSV-LING.
           IF FS-CSV NOT = ZERO
              GO TO P729-FIM.
           MOVE  15                    TO  TAM-NOME.
       P721-ACHA-TAM.
           IF PLING-NOME( IND1 )( TAM-NOME : 1 ) NOT = SPACE
              GO TO P722-REALIZADO.
           IF TAM-NOME = 1
              GO TO P722-REALIZADO.
           SUBTRACT 1                 FROM TAM-NOME.
           GO TO P721-ACHA-TAM.
       P722-REALIZADO.
           MOVE  "R"                   TO  CSV-TIPO.
           MOVE  ZEROS                 TO  IND2.
       P723-LOOPING.
           ADD   1                     TO  IND2.
           IF IND2 > JANELA
              GO TO P725-PREVISTO.
           IF MES-ULTIMA( IND2 ) = SPACES
              GO TO P723-LOOPING.
           MOVE  MES-ULTIMA( IND2 )    TO  DATA-AMD.
           PERFORM P480-EDITA-DATA     THRU P489-FIM.
           MOVE  DATA-ED               TO  CSV-DATA.
           MOVE  9999999               TO  CSV-QTD.
           IF PLING-QTD( IND1 IND2 ) < 9999999
              MOVE  PLING-QTD( IND1 IND2 ) TO CSV-QTD.
           MOVE  PLING-BYT( IND1 IND2 ) TO CSV-BYT.
           PERFORM P730-GRAVA-CSV      THRU P739-FIM.
           GO TO P723-LOOPING.
       P725-PREVISTO.
           MOVE  "P"                   TO  CSV-TIPO.
           MOVE  ZEROS                 TO  IND2.
       P726-LOOPING.
           ADD   1                     TO  IND2.
           IF IND2 > 3
              GO TO P729-FIM.
           COMPUTE CALC-ABS = FIM-ABS + HORIZONTE( IND2 ).
           PERFORM P470-MES-ABS        THRU P479-FIM.
           MOVE  SPACES                TO  CSV-DATA.
           STRING "01/" MES-ANO-ED DELIMITED BY SIZE INTO CSV-DATA.
           MOVE  9999999               TO  CSV-QTD.
           IF PROJ-QTD( IND2 ) < 9999999
              MOVE  PROJ-QTD( IND2 )   TO  CSV-QTD.
           MOVE  PROJ-BYT( IND2 )      TO  CSV-BYT.
           PERFORM P730-GRAVA-CSV      THRU P739-FIM.
           GO TO P726-LOOPING.
       P729-FIM.
           EXIT.

       P730-GRAVA-CSV.
           ADD   1                     TO  CSV-CONTADOR.
           MOVE  SPACES                TO  LINHA-CSV.
           STRING "D," CSV-DATA "," CSV-TIPO ","
                  PLING-NOME( IND1 )( 1 : TAM-NOME ) ","
                  CSV-QTD "," CSV-BYT
                  DELIMITED BY SIZE INTO LINHA-CSV.
           WRITE  REG-CSV              FROM LINHA-CSV.
       P739-FIM.
           EXIT.

       P740-FECHA-CSV.
           IF FS-CSV NOT = ZERO
              GO TO P749-FIM.
           MOVE  TOT-QTD( ULT-IND )    TO  CSV-TOTAL.
           MOVE  SPACES                TO  LINHA-CSV.
           STRING "T," CSV-CONTADOR "," CSV-TOTAL
                   DELIMITED BY SIZE INTO LINHA-CSV.
           WRITE  REG-CSV              FROM LINHA-CSV.
           CLOSE CSV-SAIDA.
       P749-FIM.
           EXIT.

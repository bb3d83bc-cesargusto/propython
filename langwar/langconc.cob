       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LANGCONC.
       AUTHOR.        FABIANO WEIMAR DOS SANTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT HIST-ENTRADA
            ASSIGN       TO "historico.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-HIST.
            SELECT RESU-ARQ
            ASSIGN       TO "resultados.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS RESU-CHAVE
            ALTERNATE RECORD KEY IS RESU-EXT WITH DUPLICATES
            FILE STATUS  IS FS-RESU.
            SELECT LOG-ENTRADA
            ASSIGN       TO "execucao.log"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-LOG.
            SELECT EXP-ENTRADA
            ASSIGN DYNAMIC NOME-EXPORT
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-EXP.
            SELECT PROJ-ARQ
            ASSIGN DYNAMIC NOME-PROJ
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-PROJ.
            SELECT PARM-ARQ
            ASSIGN       TO "parametros.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-PARM.
            SELECT CONC-SAIDA
            ASSIGN       TO "conciliacao.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-CONC.

       DATA DIVISION.
       FILE SECTION.
       FD    HIST-ENTRADA
             LABEL RECORD IS STANDARD.
       01    REG-HIST                  PIC X(100).

       FD    RESU-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-RESU.
         03  RESU-CHAVE.
          05 RESU-DATA                 PIC X(08).
          05 RESU-EXT                  PIC X(40).
         03  RESU-QTD                  PIC 9(07).
         03  RESU-BYTES                PIC 9(12).
         03  RESU-LING                 PIC X(15).

       FD    LOG-ENTRADA
             LABEL RECORD IS STANDARD.
       01    REG-LOG                   PIC X(170).

       FD    EXP-ENTRADA
             LABEL RECORD IS STANDARD.
       01    REG-EXP                   PIC X(100).

       FD    PROJ-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-PROJ                  PIC X(254).

       FD    PARM-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-PARM                  PIC X(120).

       FD    CONC-SAIDA
             LABEL RECORD IS STANDARD.
       01    REG-CONC                  PIC X(132).

       WORKING-STORAGE SECTION.
       77    FS-HIST                   PIC 9(02).
       77    FS-RESU                   PIC 9(02).
       77    FS-LOG                    PIC 9(02).
       77    FS-EXP                    PIC 9(02).
       77    FS-PROJ                   PIC 9(02).
       77    FS-PARM                   PIC 9(02).
       77    FS-CONC                   PIC 9(02).
       77    NOME-EXPORT               PIC X(100)
                                       VALUE "exportacao.csv".
       77    NOME-PROJ                 PIC X(100).
       01    LINHA-PARM.
        03   PARM-NOME                 PIC X(20).
        03   PARM-VALOR                PIC X(100).
       77    CONTADOR-PARMS            PIC 9(02).
       77    TOP-HISTORICO             PIC 9(02) VALUE 10.
       77    DATA-ARG                  PIC X(10).
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
       01    DATA-AMD-NUM REDEFINES DATA-AMD PIC 9(08).
       77    DATA-VALIDA               PIC X(01).
       01    DATA-EXEC.
        03   DATA-ANO                  PIC 9(04).
        03   DATA-MES                  PIC 9(02).
        03   DATA-DIA                  PIC 9(02).
       77    DATA-ED                   PIC X(10).
       77    DATA-HOJE-ED              PIC X(10).
       01    LINHA-HIST.
        03   LINHA-HIST-DATA           PIC X(10).
        03   FILLER                    PIC X(01).
        03   LINHA-HIST-QTD            PIC X(07).
        03   FILLER                    PIC X(01).
        03   LINHA-HIST-EXT            PIC X(40).
        03   FILLER                    PIC X(41).
       01    LINHA-LOG.
        03   LOG-DATA-INI              PIC X(10).
        03   FILLER                    PIC X(01).
        03   LOG-HORA-INI              PIC X(08).
        03   FILLER                    PIC X(01).
        03   LOG-DATA-FIM              PIC X(10).
        03   FILLER                    PIC X(01).
        03   LOG-HORA-FIM              PIC X(08).
        03   FILLER                    PIC X(01).
        03   LOG-ARQ                   PIC X(100).
        03   FILLER                    PIC X(01).
        03   LOG-LIDOS                 PIC X(08).
        03   FILLER                    PIC X(01).
        03   LOG-OUTROS                PIC X(07).
        03   FILLER                    PIC X(01).
        03   LOG-RETOMADA              PIC X(01).
        03   FILLER                    PIC X(01).
        03   LOG-RESULTADO             PIC X(06).
        03   FILLER                    PIC X(04).
       01    CONC-TABELA.
        03   CONC-ITEM OCCURS 2001 TIMES.
         05  CONC-EXT                  PIC X(40).
         05  CONC-RESU-QTD             PIC 9(07).
         05  CONC-TEM-RESU             PIC X(01).
         05  CONC-HIST-QTD             PIC 9(07).
         05  CONC-TEM-HIST             PIC X(01).
         05  CONC-EXP-QTD              PIC 9(07).
         05  CONC-TEM-EXP              PIC X(01).
       77    QTDE-CONC                 PIC 9(04).
       77    EXT-PROCURA               PIC X(40).
       77    IND-ACHADO                PIC 9(04).
       77    TRANSBORDO                PIC X(01).
       77    IND1                      PIC 9(04).
       77    IND2                      PIC 9(04).
       77    QTDE-RESU                 PIC 9(04).
       77    TOTAL-RESU                PIC 9(09).
       77    QTDE-HIST-LINHAS          PIC 9(04).
       77    QTDE-BLOCOS               PIC 9(03).
       77    HIST-ULT-QTD              PIC 9(07).
       77    HIST-ESPERADO             PIC 9(04).
       77    QTD-LIDA                  PIC 9(07).
       01    DIGITO-AREA.
        03   DIGITO                    PIC X(01).
       01    DIGITO-NUM REDEFINES DIGITO-AREA PIC 9(01).
       77    CAMPO-NUM                 PIC X(12).
       77    VALOR-LIDO                PIC 9(12).
       77    NUM-OK                    PIC X(01).
       77    CSV-CAMPO1                PIC X(40).
       77    CSV-CAMPO2                PIC X(40).
       77    CSV-CAMPO3                PIC X(40).
       77    CSV-CAMPO4                PIC X(40).
       77    CSV-CAMPO5                PIC X(40).
       77    CSV-CAMPO6                PIC X(40).
       77    EXP-DATA-CAB              PIC X(10).
       77    TEM-CABECALHO             PIC X(01).
       77    TEM-TRAILER               PIC X(01).
       77    EXP-MESMA-DATA            PIC X(01).
       77    EXP-LINHAS-LIDAS          PIC 9(05).
       77    EXP-LINHAS-D              PIC 9(05).
       77    EXP-DATAS-DIF             PIC 9(05).
       77    EXP-SOMA-E                PIC 9(09).
       77    EXP-SOMA-L                PIC 9(09).
       77    EXP-T-QTD                 PIC 9(09).
       77    EXP-T-TOTAL               PIC 9(09).
       77    RUNS-LOG                  PIC 9(04).
       77    RUNS-OK                   PIC 9(04).
       77    RUNS-AVISO                PIC 9(04).
       77    RUNS-ERRO                 PIC 9(04).
       77    RUNS-MULTI                PIC 9(04).
       77    RUNS-CONFERIR             PIC 9(04).
       77    MULTI                     PIC X(01).
       77    CONTADOR-DIVERG           PIC 9(05).
       77    CONTADOR-AVISOS           PIC 9(05).
       77    VALOR1                    PIC 9(09).
       77    VALOR2                    PIC 9(09).
       77    VALOR-ED                  PIC ZZZZZZZZ9.
       77    TOTAL-ED                  PIC ZZZZZZZZ9.
       01    LINHA-CONC                PIC X(132).
       01    LINHA-DIV.
        03   DIV-TIPO                  PIC X(11).
        03   FILLER                    PIC X(01).
        03   DIV-ARQ                   PIC X(15).
        03   FILLER                    PIC X(01).
        03   DIV-EXT                   PIC X(30).
        03   FILLER                    PIC X(01).
        03   DIV-VAL1                  PIC X(09).
        03   FILLER                    PIC X(01).
        03   DIV-VAL2                  PIC X(09).
        03   FILLER                    PIC X(01).
        03   DIV-TEXTO                 PIC X(53).
       77    OCOR-ARQ                  PIC X(15).
       77    OCOR-EXT                  PIC X(30).
       77    OCOR-TEXTO                PIC X(53).
       77    OCOR-COM-VALOR            PIC X(01).

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE  ZEROS                 TO  QTDE-CONC QTDE-RESU.
           MOVE  ZEROS                 TO  TOTAL-RESU QTDE-HIST-LINHAS.
           MOVE  ZEROS                 TO  CONTADOR-DIVERG.
           MOVE  ZEROS                 TO  CONTADOR-AVISOS.
           MOVE  ZEROS                 TO  RUNS-LOG RUNS-OK RUNS-AVISO.
           MOVE  ZEROS                 TO  RUNS-ERRO RUNS-MULTI.
           MOVE  ZEROS                 TO  RUNS-CONFERIR.
           MOVE  ZEROS                 TO  EXP-LINHAS-D.
           MOVE  "N"                   TO  TRANSBORDO.
           ACCEPT  DATA-EXEC        FROM DATE YYYYMMDD.
           MOVE  SPACES                TO  DATA-HOJE-ED.
           STRING  DATA-DIA  "/" DATA-MES "/" DATA-ANO
                   DELIMITED BY SIZE INTO DATA-HOJE-ED.
           MOVE  SPACES                TO  DATA-ARG.
           ACCEPT DATA-ARG             FROM COMMAND-LINE.
           IF DATA-ARG = SPACES
              MOVE  DATA-HOJE-ED       TO  DATA-ARG.
           MOVE  DATA-ARG              TO  DATA-DMA.
           PERFORM P150-CONVERTE-DATA  THRU P159-FIM.
           IF DATA-VALIDA NOT = "S"
              DISPLAY "Data invalida: " DATA-ARG
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
           MOVE  DATA-ARG              TO  DATA-ED.
           PERFORM P040-CARREGA-PARAMETROS THRU P049-FIM.
           OPEN OUTPUT CONC-SAIDA.
           IF FS-CONC > 0
              DISPLAY "Erro de Abertura: " FS-CONC.
           MOVE  SPACES                TO  LINHA-CONC.
           STRING "Conciliacao LANGCONC - " DATA-HOJE-ED
                  DELIMITED BY SIZE INTO LINHA-CONC.
           PERFORM P490-GRAVA-LINHA    THRU P499-FIM.
           MOVE  SPACES                TO  LINHA-CONC.
           STRING "Data conciliada: " DATA-ED
                  DELIMITED BY SIZE INTO LINHA-CONC.
           PERFORM P490-GRAVA-LINHA    THRU P499-FIM.
           MOVE  SPACES                TO  LINHA-CONC.
           STRING "Arquivos: historico.txt resultados.idx "
                  "execucao.log " DELIMITED BY SIZE
                  NOME-EXPORT DELIMITED BY SPACE
                  INTO LINHA-CONC.
           PERFORM P490-GRAVA-LINHA    THRU P499-FIM.
           MOVE  SPACES                TO  LINHA-DIV.
           MOVE  "Ocorrencia"          TO  DIV-TIPO.
           MOVE  "Arquivo"             TO  DIV-ARQ.
           MOVE  "Extensao/Entrada"    TO  DIV-EXT.
           MOVE  "Encontr."            TO  DIV-VAL1.
           MOVE  "Esperado"            TO  DIV-VAL2.
           MOVE  "Descricao"           TO  DIV-TEXTO.
           MOVE  LINHA-DIV             TO  LINHA-CONC.
           PERFORM P490-GRAVA-LINHA    THRU P499-FIM.
           PERFORM P200-CARREGA-RESULTADOS THRU P299-FIM.
           PERFORM P300-LE-HISTORICO   THRU P399-FIM.
           PERFORM P400-LE-EXPORTACAO  THRU P479-FIM.
           PERFORM P500-LE-LOG         THRU P599-FIM.
           PERFORM P600-COMPARA        THRU P699-FIM.
           PERFORM P700-RESUMO         THRU P799-FIM.
           IF FS-CONC = ZERO
              CLOSE CONC-SAIDA.
           MOVE  ZEROS                 TO  RETURN-CODE.
           IF CONTADOR-AVISOS > ZERO
              MOVE  4                  TO  RETURN-CODE.
           IF CONTADOR-DIVERG > ZERO
              MOVE  8                  TO  RETURN-CODE.
           STOP RUN.

       P040-CARREGA-PARAMETROS.
           MOVE  ZEROS                 TO  CONTADOR-PARMS.
           OPEN INPUT PARM-ARQ.
           IF FS-PARM NOT = ZERO
              GO TO P049-FIM.
       P041-LE-PARM.
           READ PARM-ARQ AT END GO TO P048-FECHA.
           MOVE  REG-PARM              TO  LINHA-PARM.
           IF LINHA-PARM = SPACES
              GO TO P041-LE-PARM.
           IF PARM-NOME(1:1) = "*"
              GO TO P041-LE-PARM.
           IF PARM-NOME = "EXPORTACAO"
              MOVE  PARM-VALOR         TO  NOME-EXPORT
              ADD   1                  TO  CONTADOR-PARMS
              GO TO P041-LE-PARM.
           IF PARM-NOME NOT = "TOP-HISTORICO"
              GO TO P041-LE-PARM.
           MOVE  PARM-VALOR(1:12)      TO  CAMPO-NUM.
           PERFORM P900-CONVERTE-NUM   THRU P909-FIM.
           IF NUM-OK = "S" AND VALOR-LIDO > ZERO AND VALOR-LIDO < 100
              MOVE  VALOR-LIDO         TO  TOP-HISTORICO
              ADD   1                  TO  CONTADOR-PARMS.
           GO TO P041-LE-PARM.
       P048-FECHA.
           CLOSE PARM-ARQ.
           IF CONTADOR-PARMS > ZERO
              DISPLAY "Parametros carregados: " CONTADOR-PARMS.
       P049-FIM.
           EXIT.

       P150-CONVERTE-DATA.
           MOVE  "N"                   TO  DATA-VALIDA.
           IF DMA-DIA NOT NUMERIC OR DMA-MES NOT NUMERIC
              OR DMA-ANO NOT NUMERIC
              GO TO P159-FIM.
           MOVE  DMA-ANO               TO  AMD-ANO.
           MOVE  DMA-MES               TO  AMD-MES.
           MOVE  DMA-DIA               TO  AMD-DIA.
           IF AMD-MES < 01 OR AMD-MES > 12
              GO TO P159-FIM.
           IF AMD-DIA < 01 OR AMD-DIA > 31
              GO TO P159-FIM.
           MOVE  "S"                   TO  DATA-VALIDA.
       P159-FIM.
           EXIT.

       P200-CARREGA-RESULTADOS.
           OPEN INPUT RESU-ARQ.
           IF FS-RESU > 0
              DISPLAY "Erro de Abertura: " FS-RESU
              MOVE  "resultados.idx"   TO  OCOR-ARQ
              MOVE  SPACES             TO  OCOR-EXT
              MOVE  "repositorio indisponivel" TO OCOR-TEXTO
              MOVE  "N"                TO  OCOR-COM-VALOR
              PERFORM P810-GRAVA-AVISO THRU P819-FIM
              GO TO P299-FIM.
           MOVE  DATA-AMD              TO  RESU-DATA.
           MOVE  SPACES                TO  RESU-EXT.
           START RESU-ARQ KEY IS NOT LESS RESU-CHAVE
              INVALID KEY GO TO P290-FECHA.
       P210-LE-PROXIMO.
           READ RESU-ARQ NEXT RECORD AT END GO TO P290-FECHA.
           IF RESU-DATA NOT = DATA-AMD
              GO TO P290-FECHA.
           ADD   1                     TO  QTDE-RESU.
           ADD   RESU-QTD              TO  TOTAL-RESU.
           MOVE  RESU-EXT              TO  EXT-PROCURA.
           PERFORM P910-PROCURA-EXT    THRU P919-FIM.
           IF IND-ACHADO = ZERO
              GO TO P210-LE-PROXIMO.
           MOVE  "S"                   TO  CONC-TEM-RESU( IND-ACHADO ).
           MOVE  RESU-QTD              TO  CONC-RESU-QTD( IND-ACHADO ).
           GO TO P210-LE-PROXIMO.
       P290-FECHA.
           CLOSE RESU-ARQ.
       P299-FIM.
           EXIT.

       P300-LE-HISTORICO.
           MOVE  ZEROS                 TO  QTDE-BLOCOS HIST-ULT-QTD.
           OPEN INPUT HIST-ENTRADA.
           IF FS-HIST > 0
              DISPLAY "Erro de Abertura: " FS-HIST
              MOVE  "historico.txt"    TO  OCOR-ARQ
              MOVE  SPACES             TO  OCOR-EXT
              MOVE  "arquivo indisponivel" TO OCOR-TEXTO
              MOVE  "N"                TO  OCOR-COM-VALOR
              PERFORM P810-GRAVA-AVISO THRU P819-FIM
              GO TO P399-FIM.
       P310-LE-LINHA.
           READ HIST-ENTRADA AT END GO TO P390-FECHA.
           MOVE  REG-HIST              TO  LINHA-HIST.
           IF LINHA-HIST-DATA NOT = DATA-ED
              GO TO P310-LE-LINHA.
           PERFORM P350-CONVERTE-QTD   THRU P359-FIM.
           MOVE  LINHA-HIST-EXT        TO  EXT-PROCURA.
           PERFORM P910-PROCURA-EXT    THRU P919-FIM.
           IF QTDE-BLOCOS = ZERO
              MOVE  1                  TO  QTDE-BLOCOS
              GO TO P320-GUARDA.
           IF QTD-LIDA > HIST-ULT-QTD
              GO TO P315-NOVO-BLOCO.
           IF IND-ACHADO = ZERO
              GO TO P320-GUARDA.
           IF CONC-TEM-HIST( IND-ACHADO ) = "S"
              GO TO P315-NOVO-BLOCO.
           GO TO P320-GUARDA.
       P315-NOVO-BLOCO.
           ADD   1                     TO  QTDE-BLOCOS.
           MOVE  ZEROS                 TO  QTDE-HIST-LINHAS IND1.
       P316-LIMPA.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-CONC
              GO TO P320-GUARDA.
           MOVE  "N"                   TO  CONC-TEM-HIST( IND1 ).
           MOVE  ZEROS                 TO  CONC-HIST-QTD( IND1 ).
           GO TO P316-LIMPA.
       P320-GUARDA.
           ADD   1                     TO  QTDE-HIST-LINHAS.
           MOVE  QTD-LIDA              TO  HIST-ULT-QTD.
           IF IND-ACHADO = ZERO
              GO TO P310-LE-LINHA.
           MOVE  "S"                   TO  CONC-TEM-HIST( IND-ACHADO ).
           MOVE  QTD-LIDA              TO  CONC-HIST-QTD( IND-ACHADO ).
           GO TO P310-LE-LINHA.
       P390-FECHA.
           CLOSE HIST-ENTRADA.
           MOVE  "historico.txt"       TO  OCOR-ARQ.
           MOVE  SPACES                TO  OCOR-EXT.
           IF QTDE-BLOCOS > 1
              MOVE  QTDE-BLOCOS        TO  VALOR1
              MOVE  1                  TO  VALOR2
              MOVE  "execucoes repetidas na data; conferida a ultima"
                                       TO  OCOR-TEXTO
              MOVE  "S"                TO  OCOR-COM-VALOR
              PERFORM P810-GRAVA-AVISO THRU P819-FIM.
           IF QTDE-HIST-LINHAS = ZERO OR QTDE-RESU = ZERO
              GO TO P399-FIM.
           MOVE  QTDE-RESU             TO  HIST-ESPERADO.
           IF HIST-ESPERADO > TOP-HISTORICO
              MOVE  TOP-HISTORICO      TO  HIST-ESPERADO.
           IF QTDE-HIST-LINHAS NOT = HIST-ESPERADO
              MOVE  QTDE-HIST-LINHAS   TO  VALOR1
              MOVE  HIST-ESPERADO      TO  VALOR2
              MOVE  "linhas da data diferem de TOP-HISTORICO"
                                       TO  OCOR-TEXTO
              MOVE  "S"                TO  OCOR-COM-VALOR
              PERFORM P810-GRAVA-AVISO THRU P819-FIM.
       P399-FIM.
           EXIT.

       P350-CONVERTE-QTD.
           MOVE  ZEROS                 TO  QTD-LIDA IND2.
       P355-LOOPING.
           ADD   1                     TO  IND2.
           IF IND2 > 7
              GO TO P359-FIM.
           MOVE  LINHA-HIST-QTD( IND2 : 1 ) TO  DIGITO.
           IF DIGITO NOT LESS "0" AND DIGITO NOT GREATER "9"
              COMPUTE QTD-LIDA = QTD-LIDA * 10 + DIGITO-NUM.
           GO TO P355-LOOPING.
       P359-FIM.
           EXIT.

       P400-LE-EXPORTACAO.
           MOVE  ZEROS                 TO  EXP-LINHAS-LIDAS.
           MOVE  ZEROS                 TO  EXP-DATAS-DIF.
           MOVE  ZEROS                 TO  EXP-SOMA-E EXP-SOMA-L.
           MOVE  ZEROS                 TO  EXP-T-QTD EXP-T-TOTAL.
           MOVE  "N"                   TO  TEM-CABECALHO TEM-TRAILER.
           MOVE  "N"                   TO  EXP-MESMA-DATA.
           MOVE  SPACES                TO  EXP-DATA-CAB.
           MOVE  NOME-EXPORT           TO  OCOR-ARQ.
           OPEN INPUT EXP-ENTRADA.
           IF FS-EXP > 0
              DISPLAY "Erro de Abertura: " FS-EXP
              MOVE  SPACES             TO  OCOR-EXT
              MOVE  "arquivo indisponivel" TO OCOR-TEXTO
              MOVE  "N"                TO  OCOR-COM-VALOR
              PERFORM P810-GRAVA-AVISO THRU P819-FIM
              GO TO P479-FIM.
       P410-LE-LINHA.
           READ EXP-ENTRADA AT END GO TO P450-FECHA.
           ADD   1                     TO  EXP-LINHAS-LIDAS.
           IF REG-EXP = SPACES
              GO TO P410-LE-LINHA.
           MOVE  SPACES                TO  CSV-CAMPO1 CSV-CAMPO2.
           MOVE  SPACES                TO  CSV-CAMPO3 CSV-CAMPO4.
           MOVE  SPACES                TO  CSV-CAMPO5 CSV-CAMPO6.
           UNSTRING REG-EXP DELIMITED BY ","
                    INTO CSV-CAMPO1 CSV-CAMPO2 CSV-CAMPO3
                         CSV-CAMPO4 CSV-CAMPO5 CSV-CAMPO6.
           IF CSV-CAMPO1 = "H"
              MOVE  "S"                TO  TEM-CABECALHO
              MOVE  CSV-CAMPO2         TO  EXP-DATA-CAB
              IF EXP-DATA-CAB = DATA-ED
                 MOVE  "S"             TO  EXP-MESMA-DATA
                 GO TO P410-LE-LINHA
              ELSE
                 GO TO P410-LE-LINHA.
           IF CSV-CAMPO1 = "D"
              PERFORM P420-DETALHE     THRU P429-FIM
              GO TO P410-LE-LINHA.
           IF CSV-CAMPO1 = "T"
              PERFORM P430-TRAILER     THRU P439-FIM
              GO TO P410-LE-LINHA.
           MOVE  SPACES                TO  OCOR-EXT.
           MOVE  EXP-LINHAS-LIDAS      TO  VALOR1.
           MOVE  ZEROS                 TO  VALOR2.
           MOVE  "registro de tipo desconhecido (linha)" TO OCOR-TEXTO.
           MOVE  "S"                   TO  OCOR-COM-VALOR.
           PERFORM P800-GRAVA-DIVERGENCIA THRU P809-FIM.
           GO TO P410-LE-LINHA.
       P450-FECHA.
           CLOSE EXP-ENTRADA.
           MOVE  SPACES                TO  OCOR-EXT.
           MOVE  "N"                   TO  OCOR-COM-VALOR.
           IF TEM-CABECALHO NOT = "S"
              MOVE  "registro H ausente" TO OCOR-TEXTO
              PERFORM P800-GRAVA-DIVERGENCIA THRU P809-FIM.
           IF TEM-TRAILER NOT = "S"
              MOVE  "registro T ausente" TO OCOR-TEXTO
              PERFORM P800-GRAVA-DIVERGENCIA THRU P809-FIM
              GO TO P460-DATAS.
           MOVE  "S"                   TO  OCOR-COM-VALOR.
           IF EXP-T-QTD NOT = EXP-LINHAS-D
              MOVE  EXP-T-QTD          TO  VALOR1
              MOVE  EXP-LINHAS-D       TO  VALOR2
              MOVE  "contador do registro T difere das linhas D"
                                       TO  OCOR-TEXTO
              PERFORM P800-GRAVA-DIVERGENCIA THRU P809-FIM.
           IF EXP-T-TOTAL NOT = EXP-SOMA-E
              MOVE  EXP-T-TOTAL        TO  VALOR1
              MOVE  EXP-SOMA-E         TO  VALOR2
              MOVE  "total do registro T difere da soma das linhas E"
                                       TO  OCOR-TEXTO
              PERFORM P800-GRAVA-DIVERGENCIA THRU P809-FIM.
       P460-DATAS.
           MOVE  "S"                   TO  OCOR-COM-VALOR.
           IF EXP-SOMA-L > ZERO AND EXP-SOMA-L NOT = EXP-SOMA-E
              MOVE  EXP-SOMA-L         TO  VALOR1
              MOVE  EXP-SOMA-E         TO  VALOR2
              MOVE  "soma das linhas L difere da soma das linhas E"
                                       TO  OCOR-TEXTO
              PERFORM P800-GRAVA-DIVERGENCIA THRU P809-FIM.
           IF EXP-DATAS-DIF > ZERO
              MOVE  EXP-DATAS-DIF      TO  VALOR1
              MOVE  ZEROS              TO  VALOR2
              MOVE  "linhas D com data diferente do registro H"
                                       TO  OCOR-TEXTO
              PERFORM P800-GRAVA-DIVERGENCIA THRU P809-FIM.
           IF TEM-CABECALHO = "S" AND EXP-MESMA-DATA NOT = "S"
              MOVE  EXP-DATA-CAB       TO  OCOR-EXT
              MOVE  "N"                TO  OCOR-COM-VALOR
              MOVE  "exportacao de outra data; extensoes nao conferidas"
                                       TO  OCOR-TEXTO
              PERFORM P810-GRAVA-AVISO THRU P819-FIM.
       P479-FIM.
           EXIT.

       P420-DETALHE.
           ADD   1                     TO  EXP-LINHAS-D.
           IF CSV-CAMPO2 NOT = EXP-DATA-CAB
              ADD   1                  TO  EXP-DATAS-DIF.
           MOVE  CSV-CAMPO4            TO  OCOR-EXT.
           MOVE  CSV-CAMPO5(1:12)      TO  CAMPO-NUM.
           PERFORM P900-CONVERTE-NUM   THRU P909-FIM.
           IF NUM-OK NOT = "S"
              MOVE  "N"                TO  OCOR-COM-VALOR
              MOVE  "quantidade invalida na linha D" TO OCOR-TEXTO
              PERFORM P800-GRAVA-DIVERGENCIA THRU P809-FIM
              GO TO P429-FIM.
           IF CSV-CAMPO3 = "L"
              ADD   VALOR-LIDO         TO  EXP-SOMA-L
              GO TO P429-FIM.
           IF CSV-CAMPO3 NOT = "E"
              MOVE  "N"                TO  OCOR-COM-VALOR
              MOVE  "tipo invalido na linha D" TO OCOR-TEXTO
              PERFORM P800-GRAVA-DIVERGENCIA THRU P809-FIM
              GO TO P429-FIM.
           ADD   VALOR-LIDO            TO  EXP-SOMA-E.
           IF EXP-MESMA-DATA NOT = "S"
              GO TO P429-FIM.
           MOVE  CSV-CAMPO4            TO  EXT-PROCURA.
           PERFORM P910-PROCURA-EXT    THRU P919-FIM.
           IF IND-ACHADO = ZERO
              GO TO P429-FIM.
           IF CONC-TEM-EXP( IND-ACHADO ) = "S"
              MOVE  "N"                TO  OCOR-COM-VALOR
              MOVE  "extensao repetida na exportacao" TO OCOR-TEXTO
              PERFORM P800-GRAVA-DIVERGENCIA THRU P809-FIM.
           MOVE  "S"                   TO  CONC-TEM-EXP( IND-ACHADO ).
           MOVE  VALOR-LIDO            TO  CONC-EXP-QTD( IND-ACHADO ).
       P429-FIM.
           EXIT.

       P430-TRAILER.
           MOVE  "S"                   TO  TEM-TRAILER.
           MOVE  SPACES                TO  OCOR-EXT.
           MOVE  "N"                   TO  OCOR-COM-VALOR.
           MOVE  CSV-CAMPO2(1:12)      TO  CAMPO-NUM.
           PERFORM P900-CONVERTE-NUM   THRU P909-FIM.
           IF NUM-OK NOT = "S"
              MOVE  "contador invalido no registro T" TO OCOR-TEXTO
              PERFORM P800-GRAVA-DIVERGENCIA THRU P809-FIM
              GO TO P439-FIM.
           MOVE  VALOR-LIDO            TO  EXP-T-QTD.
           MOVE  CSV-CAMPO3(1:12)      TO  CAMPO-NUM.
           PERFORM P900-CONVERTE-NUM   THRU P909-FIM.
           IF NUM-OK NOT = "S"
              MOVE  "total invalido no registro T" TO OCOR-TEXTO
              PERFORM P800-GRAVA-DIVERGENCIA THRU P809-FIM
              GO TO P439-FIM.
           MOVE  VALOR-LIDO            TO  EXP-T-TOTAL.
       P439-FIM.
           EXIT.

       P490-GRAVA-LINHA.
           DISPLAY LINHA-CONC.
           IF FS-CONC = ZERO
              WRITE  REG-CONC          FROM LINHA-CONC.
       P499-FIM.
           EXIT.

       P500-LE-LOG.
           OPEN INPUT LOG-ENTRADA.
           IF FS-LOG > 0
              DISPLAY "Erro de Abertura: " FS-LOG
              MOVE  "execucao.log"     TO  OCOR-ARQ
              MOVE  SPACES             TO  OCOR-EXT
              MOVE  "arquivo indisponivel" TO OCOR-TEXTO
              MOVE  "N"                TO  OCOR-COM-VALOR
              PERFORM P810-GRAVA-AVISO THRU P819-FIM
              GO TO P580-SEM-EXECUCAO.
       P510-LE-LINHA.
           READ LOG-ENTRADA AT END GO TO P570-FECHA.
           MOVE  REG-LOG               TO  LINHA-LOG.
           IF LOG-DATA-FIM NOT = DATA-ED
              GO TO P510-LE-LINHA.
           ADD   1                     TO  RUNS-LOG.
           MOVE  "execucao.log"        TO  OCOR-ARQ.
           MOVE  LOG-ARQ               TO  OCOR-EXT.
           MOVE  "N"                   TO  OCOR-COM-VALOR.
           IF LOG-RESULTADO = "ERRO"
              ADD   1                  TO  RUNS-ERRO
              MOVE  "execucao terminada com ERRO" TO OCOR-TEXTO
              PERFORM P810-GRAVA-AVISO THRU P819-FIM
              GO TO P510-LE-LINHA.
           IF LOG-RESULTADO = "AVISO"
              ADD   1                  TO  RUNS-AVISO
           ELSE
              ADD   1                  TO  RUNS-OK.
           PERFORM P550-TESTA-MULTI    THRU P559-FIM.
           IF MULTI = "S"
              ADD   1                  TO  RUNS-MULTI
              GO TO P510-LE-LINHA.
           ADD   1                     TO  RUNS-CONFERIR.
           IF QTDE-RESU = ZERO
              MOVE  "execucao sem registros em resultados.idx"
                                       TO  OCOR-TEXTO
              PERFORM P800-GRAVA-DIVERGENCIA THRU P809-FIM.
           IF QTDE-HIST-LINHAS = ZERO
              MOVE  "execucao sem linhas em historico.txt"
                                       TO  OCOR-TEXTO
              PERFORM P800-GRAVA-DIVERGENCIA THRU P809-FIM.
           GO TO P510-LE-LINHA.
       P570-FECHA.
           CLOSE LOG-ENTRADA.
       P580-SEM-EXECUCAO.
           IF RUNS-CONFERIR > ZERO
              GO TO P599-FIM.
           MOVE  "resultados.idx"      TO  OCOR-ARQ.
           MOVE  SPACES                TO  OCOR-EXT.
           MOVE  "N"                   TO  OCOR-COM-VALOR.
           IF QTDE-RESU > ZERO
              MOVE  "registros sem execucao OK registrada na data"
                                       TO  OCOR-TEXTO
              PERFORM P810-GRAVA-AVISO THRU P819-FIM
           ELSE
              MOVE  "nenhum registro para a data" TO OCOR-TEXTO
              PERFORM P810-GRAVA-AVISO THRU P819-FIM.
       P599-FIM.
           EXIT.

       P550-TESTA-MULTI.
           MOVE  "N"                   TO  MULTI.
           MOVE  LOG-ARQ               TO  NOME-PROJ.
           OPEN INPUT PROJ-ARQ.
           IF FS-PROJ NOT = ZERO
              GO TO P559-FIM.
           READ PROJ-ARQ AT END GO TO P555-FECHA.
           IF REG-PROJ(1:9) = "*PROJETOS"
              MOVE  "S"                TO  MULTI.
       P555-FECHA.
           CLOSE PROJ-ARQ.
       P559-FIM.
           EXIT.

       P600-COMPARA.
           MOVE  ZEROS                 TO  IND1.
           MOVE  "S"                   TO  OCOR-COM-VALOR.
       P610-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-CONC
              GO TO P699-FIM.
           MOVE  CONC-EXT( IND1 )      TO  OCOR-EXT.
           IF CONC-TEM-HIST( IND1 ) NOT = "S"
              GO TO P620-EXPORTACAO.
           MOVE  "historico.txt"       TO  OCOR-ARQ.
           MOVE  CONC-HIST-QTD( IND1 ) TO  VALOR1.
           MOVE  CONC-RESU-QTD( IND1 ) TO  VALOR2.
           IF CONC-TEM-RESU( IND1 ) NOT = "S"
              MOVE  "extensao ausente em resultados.idx" TO OCOR-TEXTO
              PERFORM P800-GRAVA-DIVERGENCIA THRU P809-FIM
              GO TO P620-EXPORTACAO.
           IF CONC-HIST-QTD( IND1 ) NOT = CONC-RESU-QTD( IND1 )
              MOVE  "quantidade difere de resultados.idx" TO OCOR-TEXTO
              PERFORM P800-GRAVA-DIVERGENCIA THRU P809-FIM.
       P620-EXPORTACAO.
           IF EXP-MESMA-DATA NOT = "S"
              GO TO P610-LOOPING.
           MOVE  NOME-EXPORT           TO  OCOR-ARQ.
           MOVE  CONC-EXP-QTD( IND1 )  TO  VALOR1.
           MOVE  CONC-RESU-QTD( IND1 ) TO  VALOR2.
           IF CONC-TEM-EXP( IND1 ) = "S"
              AND CONC-TEM-RESU( IND1 ) NOT = "S"
              MOVE  "extensao ausente em resultados.idx" TO OCOR-TEXTO
              PERFORM P800-GRAVA-DIVERGENCIA THRU P809-FIM
              GO TO P610-LOOPING.
           IF CONC-TEM-RESU( IND1 ) = "S"
              AND CONC-TEM-EXP( IND1 ) NOT = "S"
              MOVE  "extensao de resultados.idx ausente" TO OCOR-TEXTO
              PERFORM P800-GRAVA-DIVERGENCIA THRU P809-FIM
              GO TO P610-LOOPING.
           IF CONC-TEM-EXP( IND1 ) = "S"
              AND CONC-EXP-QTD( IND1 ) NOT = CONC-RESU-QTD( IND1 )
              MOVE  "quantidade difere de resultados.idx" TO OCOR-TEXTO
              PERFORM P800-GRAVA-DIVERGENCIA THRU P809-FIM.
           GO TO P610-LOOPING.
       P699-FIM.
           EXIT.

       P700-RESUMO.
           MOVE  SPACES                TO  LINHA-CONC.
           STRING "Resumo:" DELIMITED BY SIZE INTO LINHA-CONC.
           PERFORM P490-GRAVA-LINHA    THRU P499-FIM.
           MOVE  QTDE-RESU             TO  TOTAL-ED.
           MOVE  SPACES                TO  LINHA-CONC.
           STRING "  Extensoes em resultados.idx: " TOTAL-ED
                  DELIMITED BY SIZE INTO LINHA-CONC.
           PERFORM P490-GRAVA-LINHA    THRU P499-FIM.
           MOVE  TOTAL-RESU            TO  TOTAL-ED.
           MOVE  SPACES                TO  LINHA-CONC.
           STRING "  Arquivos em resultados.idx:  " TOTAL-ED
                  DELIMITED BY SIZE INTO LINHA-CONC.
           PERFORM P490-GRAVA-LINHA    THRU P499-FIM.
           MOVE  QTDE-HIST-LINHAS      TO  TOTAL-ED.
           MOVE  SPACES                TO  LINHA-CONC.
           STRING "  Linhas em historico.txt:     " TOTAL-ED
                  DELIMITED BY SIZE INTO LINHA-CONC.
           PERFORM P490-GRAVA-LINHA    THRU P499-FIM.
           MOVE  EXP-LINHAS-D          TO  TOTAL-ED.
           MOVE  SPACES                TO  LINHA-CONC.
           STRING "  Linhas D na exportacao:      " TOTAL-ED
                  DELIMITED BY SIZE INTO LINHA-CONC.
           PERFORM P490-GRAVA-LINHA    THRU P499-FIM.
           MOVE  RUNS-LOG              TO  TOTAL-ED.
           MOVE  SPACES                TO  LINHA-CONC.
           STRING "  Execucoes na data:           " TOTAL-ED
                  DELIMITED BY SIZE INTO LINHA-CONC.
           PERFORM P490-GRAVA-LINHA    THRU P499-FIM.
           MOVE  RUNS-OK               TO  TOTAL-ED.
           MOVE  SPACES                TO  LINHA-CONC.
           STRING "    Terminadas OK:             " TOTAL-ED
                  DELIMITED BY SIZE INTO LINHA-CONC.
           PERFORM P490-GRAVA-LINHA    THRU P499-FIM.
           MOVE  RUNS-AVISO            TO  TOTAL-ED.
           MOVE  SPACES                TO  LINHA-CONC.
           STRING "    Terminadas com AVISO:      " TOTAL-ED
                  DELIMITED BY SIZE INTO LINHA-CONC.
           PERFORM P490-GRAVA-LINHA    THRU P499-FIM.
           MOVE  RUNS-ERRO             TO  TOTAL-ED.
           MOVE  SPACES                TO  LINHA-CONC.
           STRING "    Terminadas com ERRO:       " TOTAL-ED
                  DELIMITED BY SIZE INTO LINHA-CONC.
           PERFORM P490-GRAVA-LINHA    THRU P499-FIM.
           MOVE  RUNS-MULTI            TO  TOTAL-ED.
           MOVE  SPACES                TO  LINHA-CONC.
           STRING "    Multiprojeto (sem repos.): " TOTAL-ED
                  DELIMITED BY SIZE INTO LINHA-CONC.
           PERFORM P490-GRAVA-LINHA    THRU P499-FIM.
           MOVE  CONTADOR-DIVERG       TO  TOTAL-ED.
           MOVE  SPACES                TO  LINHA-CONC.
           STRING "  Divergencias:                " TOTAL-ED
                  DELIMITED BY SIZE INTO LINHA-CONC.
           PERFORM P490-GRAVA-LINHA    THRU P499-FIM.
           MOVE  CONTADOR-AVISOS       TO  TOTAL-ED.
           MOVE  SPACES                TO  LINHA-CONC.
           STRING "  Avisos:                      " TOTAL-ED
                  DELIMITED BY SIZE INTO LINHA-CONC.
           PERFORM P490-GRAVA-LINHA    THRU P499-FIM.
           MOVE  SPACES                TO  LINHA-CONC.
           IF CONTADOR-DIVERG > ZERO
              STRING "Resultado: DIVERGENTE"
                     DELIMITED BY SIZE INTO LINHA-CONC
           ELSE
              IF CONTADOR-AVISOS > ZERO
                 STRING "Resultado: CONCILIADO COM AVISOS"
                        DELIMITED BY SIZE INTO LINHA-CONC
              ELSE
                 STRING "Resultado: CONCILIADO"
                        DELIMITED BY SIZE INTO LINHA-CONC.
           PERFORM P490-GRAVA-LINHA    THRU P499-FIM.
       P799-FIM.
           EXIT.

       P800-GRAVA-DIVERGENCIA.
           ADD   1                     TO  CONTADOR-DIVERG.
           MOVE  SPACES                TO  LINHA-DIV.
           MOVE  "DIVERGENCIA"         TO  DIV-TIPO.
           PERFORM P820-MONTA-LINHA    THRU P829-FIM.
       P809-FIM.
           EXIT.

       P810-GRAVA-AVISO.
           ADD   1                     TO  CONTADOR-AVISOS.
           MOVE  SPACES                TO  LINHA-DIV.
           MOVE  "AVISO"               TO  DIV-TIPO.
           PERFORM P820-MONTA-LINHA    THRU P829-FIM.
       P819-FIM.
           EXIT.

       P820-MONTA-LINHA.
           MOVE  OCOR-ARQ              TO  DIV-ARQ.
           MOVE  OCOR-EXT              TO  DIV-EXT.
           MOVE  OCOR-TEXTO            TO  DIV-TEXTO.
           IF OCOR-COM-VALOR = "S"
              MOVE  VALOR1             TO  VALOR-ED
              MOVE  VALOR-ED           TO  DIV-VAL1
              MOVE  VALOR2             TO  VALOR-ED
              MOVE  VALOR-ED           TO  DIV-VAL2.
           MOVE  LINHA-DIV             TO  LINHA-CONC.
           PERFORM P490-GRAVA-LINHA    THRU P499-FIM.
       P829-FIM.
           EXIT.

       P900-CONVERTE-NUM.
           MOVE  "S"                   TO  NUM-OK.
           MOVE  ZEROS                 TO  VALOR-LIDO IND2.
       P905-LOOPING.
           ADD   1                     TO  IND2.
           IF IND2 > 12
              GO TO P909-FIM.
           MOVE  CAMPO-NUM( IND2 : 1 ) TO  DIGITO.
           IF DIGITO = SPACE
              GO TO P907-TESTA.
           IF DIGITO LESS "0" OR DIGITO GREATER "9"
              MOVE  "N"                TO  NUM-OK
              GO TO P909-FIM.
           COMPUTE VALOR-LIDO = VALOR-LIDO * 10 + DIGITO-NUM.
           GO TO P905-LOOPING.
       P907-TESTA.
           IF IND2 = 1
              MOVE  "N"                TO  NUM-OK.
       P909-FIM.
           EXIT.

       P910-PROCURA-EXT.
           MOVE  ZEROS                 TO  IND-ACHADO IND1.
       P915-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-CONC
              GO TO P917-INCLUI.
           IF CONC-EXT( IND1 ) = EXT-PROCURA
              MOVE  IND1               TO  IND-ACHADO
              GO TO P919-FIM.
           GO TO P915-LOOPING.
       P917-INCLUI.
           IF QTDE-CONC NOT LESS 2001 AND TRANSBORDO = "S"
              GO TO P919-FIM.
           IF QTDE-CONC NOT LESS 2001
              MOVE  "S"                TO  TRANSBORDO
              DISPLAY "Tabela de extensoes cheia - conferencia parcial"
              ADD   1                  TO  CONTADOR-AVISOS
              GO TO P919-FIM.
           ADD   1                     TO  QTDE-CONC.
           MOVE  QTDE-CONC             TO  IND-ACHADO.
           MOVE  EXT-PROCURA           TO  CONC-EXT( IND-ACHADO ).
           MOVE  ZEROS                 TO  CONC-RESU-QTD( IND-ACHADO ).
           MOVE  ZEROS                 TO  CONC-HIST-QTD( IND-ACHADO ).
           MOVE  ZEROS                 TO  CONC-EXP-QTD( IND-ACHADO ).
           MOVE  "N"                   TO  CONC-TEM-RESU( IND-ACHADO ).
           MOVE  "N"                   TO  CONC-TEM-HIST( IND-ACHADO ).
           MOVE  "N"                   TO  CONC-TEM-EXP( IND-ACHADO ).
       P919-FIM.
           EXIT.

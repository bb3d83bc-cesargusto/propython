       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LANGFLUXO.
       AUTHOR.        FABIANO WEIMAR DOS SANTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CTRL-ARQ
            ASSIGN DYNAMIC NOME-CTRL
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-CTRL.
            SELECT RET-ARQ
            ASSIGN DYNAMIC NOME-RET
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-RET.
            SELECT LOGF-SAIDA
            ASSIGN       TO "fluxo.log"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-LOGF.

       DATA DIVISION.
       FILE SECTION.
       FD    CTRL-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-CTRL                  PIC X(150).

       FD    RET-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-RET                   PIC X(40).

       FD    LOGF-SAIDA
             LABEL RECORD IS STANDARD.
       01    REG-LOGF                  PIC X(200).

       WORKING-STORAGE SECTION.
       77    FS-CTRL                   PIC 9(02).
       77    FS-RET                    PIC 9(02).
       77    FS-LOGF                   PIC 9(02).
       77    NOME-CTRL                 PIC X(100).
       77    NOME-RET                  PIC X(106).
       77    LINHA-COMANDO             PIC X(200).
       77    OPCAO1                    PIC X(10).
       77    OPCAO2                    PIC X(10).
       01    LINHA-PASSO.
        03   PASSO-NOME                PIC X(10).
        03   FILLER                    PIC X(01).
        03   PASSO-PROG                PIC X(30).
        03   FILLER                    PIC X(01).
        03   PASSO-RCMAX               PIC X(02).
        03   FILLER                    PIC X(01).
        03   PASSO-FREQ                PIC X(01).
        03   FILLER                    PIC X(01).
        03   PASSO-ARG                 PIC X(100).
        03   FILLER                    PIC X(03).
       01    PASSO-TAB.
        03   PASSO-ITEM OCCURS 50 TIMES.
         05  TAB-PASSO-NOME            PIC X(10).
         05  TAB-PASSO-PROG            PIC X(30).
         05  TAB-PASSO-RCMAX           PIC 9(02).
         05  TAB-PASSO-FREQ            PIC X(01).
         05  TAB-PASSO-ARG             PIC X(100).
       77    QTDE-PASSOS               PIC 9(02).
       77    IND-PASSO                 PIC 9(02).
       77    PASSO-INICIAL             PIC 9(02).
       77    CONTADOR-LINHAS           PIC 9(03).
       77    ERROS-CONTROLE            PIC 9(03).
       77    LINHA-ED                  PIC ZZ9.
       01    LINHA-RET.
        03   RET-PASSO                 PIC 9(02).
        03   FILLER                    PIC X(01).
        03   RET-NOME                  PIC X(10).
        03   FILLER                    PIC X(01).
        03   RET-DATA                  PIC X(08).
        03   FILLER                    PIC X(01).
        03   RET-FIM-MES               PIC X(01).
        03   FILLER                    PIC X(01).
        03   RET-RC                    PIC 9(03).
        03   FILLER                    PIC X(12).
       77    COMANDO                   PIC X(140).
       77    RC-SISTEMA                PIC S9(09).
       77    RC-PASSO                  PIC 9(03).
       77    RC-ED                     PIC ZZ9.
       77    RCMAX-ED                  PIC Z9.
       77    SITUACAO-PASSO            PIC X(08).
       77    FIM-MES                   PIC X(01).
       77    AVISO-GERAL               PIC X(01).
       77    PASSOS-EXECUTADOS         PIC 9(02).
       77    PASSOS-ED                 PIC Z9.
       01    LINHA-LOGF.
        03   LOGF-DATA-INI             PIC X(10).
        03   FILLER                    PIC X(01).
        03   LOGF-HORA-INI             PIC X(08).
        03   FILLER                    PIC X(01).
        03   LOGF-DATA-FIM             PIC X(10).
        03   FILLER                    PIC X(01).
        03   LOGF-HORA-FIM             PIC X(08).
        03   FILLER                    PIC X(01).
        03   LOGF-PASSO                PIC X(10).
        03   FILLER                    PIC X(01).
        03   LOGF-PROG                 PIC X(30).
        03   FILLER                    PIC X(01).
        03   LOGF-RC                   PIC X(03).
        03   FILLER                    PIC X(01).
        03   LOGF-RCMAX                PIC X(02).
        03   FILLER                    PIC X(01).
        03   LOGF-SITUACAO             PIC X(08).
        03   FILLER                    PIC X(01).
        03   LOGF-ARG                  PIC X(100).
        03   FILLER                    PIC X(03).
       77    DATA-INI-W                PIC X(10).
       77    HORA-INI-W                PIC X(08).
       77    DATA-FIM-W                PIC X(10).
       77    HORA-FIM-W                PIC X(08).
       01    DATA-EXEC.
        03   DATA-ANO                  PIC 9(04).
        03   DATA-MES                  PIC 9(02).
        03   DATA-DIA                  PIC 9(02).
       01    DATA-CADEIA.
        03   CADEIA-ANO                PIC 9(04).
        03   CADEIA-MES                PIC 9(02).
        03   CADEIA-DIA                PIC 9(02).
       01    HORA-EXEC.
        03   HORA-HH                   PIC X(02).
        03   HORA-MM                   PIC X(02).
        03   HORA-SS                   PIC X(02).
        03   FILLER                    PIC X(02).
       01    TAB-DIAS-VALORES          PIC X(24)
                                       VALUE "312831303130313130313031".
       01    TAB-DIAS REDEFINES TAB-DIAS-VALORES.
        03   TAB-DIAS-MES              PIC 9(02) OCCURS 12 TIMES.
       77    ULTIMO-DIA                PIC 9(02).
       77    QUOCIENTE                 PIC 9(04).
       77    RESTO4                    PIC 9(03).
       77    RESTO100                  PIC 9(03).
       77    RESTO400                  PIC 9(03).

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE  ZEROS                 TO  QTDE-PASSOS IND-PASSO.
           MOVE  ZEROS                 TO  ERROS-CONTROLE.
           MOVE  ZEROS                 TO  PASSOS-EXECUTADOS.
           MOVE  1                     TO  PASSO-INICIAL.
           MOVE  "N"                   TO  FIM-MES AVISO-GERAL.
           MOVE  SPACES                TO  LINHA-COMANDO NOME-CTRL.
           MOVE  SPACES                TO  OPCAO1 OPCAO2.
           ACCEPT LINHA-COMANDO        FROM COMMAND-LINE.
           UNSTRING LINHA-COMANDO DELIMITED BY ALL SPACE
                    INTO NOME-CTRL OPCAO1 OPCAO2.
           IF NOME-CTRL = SPACES
              MOVE  "fluxo.txt"        TO  NOME-CTRL.
           MOVE  SPACES                TO  NOME-RET.
           STRING NOME-CTRL DELIMITED BY SPACE
                  ".ckpt"               DELIMITED BY SIZE
                  INTO NOME-RET.
           ACCEPT  DATA-EXEC        FROM DATE YYYYMMDD.
           MOVE  DATA-EXEC             TO  DATA-CADEIA.
           PERFORM P100-CARREGA-PASSOS THRU P199-FIM.
           IF ERROS-CONTROLE > ZERO
              MOVE  ERROS-CONTROLE     TO  LINHA-ED
              DISPLAY "Controle com erro - linhas invalidas: "
                      LINHA-ED
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
           IF QTDE-PASSOS = ZERO
              DISPLAY "Nenhum passo no controle " NOME-CTRL
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
           IF OPCAO1 = "INICIO" OR OPCAO2 = "INICIO"
              DISPLAY "Ponto de retomada ignorado - cadeia completa"
           ELSE
              PERFORM P200-LE-RETOMADA THRU P299-FIM.
           IF ERROS-CONTROLE > ZERO
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
           IF OPCAO1 = "MENSAL" OR OPCAO2 = "MENSAL"
              MOVE  "S"                TO  FIM-MES.
           IF FIM-MES NOT = "S"
              PERFORM P300-TESTA-FIM-MES THRU P399-FIM.
           IF FIM-MES = "S"
              DISPLAY "Cadeia de fim de mes - passos mensais ativos".
       EXECUTA-PASSOS.
           ADD   1                     TO  IND-PASSO.
           IF IND-PASSO > QTDE-PASSOS
              GO TO FIM.
           IF IND-PASSO < PASSO-INICIAL
              MOVE  "SALTADO"          TO  SITUACAO-PASSO
              PERFORM P900-HORA-ATUAL  THRU P909-FIM
              MOVE  DATA-FIM-W         TO  DATA-INI-W
              MOVE  HORA-FIM-W         TO  HORA-INI-W
              PERFORM P500-GRAVA-LOG   THRU P599-FIM
              DISPLAY "Passo " TAB-PASSO-NOME( IND-PASSO )
                      " ja concluido - saltado"
              GO TO EXECUTA-PASSOS.
           IF TAB-PASSO-FREQ( IND-PASSO ) = "M" AND FIM-MES NOT = "S"
              MOVE  "DISPENSA"         TO  SITUACAO-PASSO
              PERFORM P900-HORA-ATUAL  THRU P909-FIM
              MOVE  DATA-FIM-W         TO  DATA-INI-W
              MOVE  HORA-FIM-W         TO  HORA-INI-W
              PERFORM P500-GRAVA-LOG   THRU P599-FIM
              DISPLAY "Passo " TAB-PASSO-NOME( IND-PASSO )
                      " somente no fim do mes - dispensado"
              GO TO EXECUTA-PASSOS.
           PERFORM P400-EXECUTA-PASSO  THRU P499-FIM.
           IF RC-PASSO > TAB-PASSO-RCMAX( IND-PASSO )
              PERFORM P600-GRAVA-RETOMADA THRU P699-FIM
              DISPLAY "Cadeia interrompida no passo "
                      TAB-PASSO-NOME( IND-PASSO )
              DISPLAY "Corrija e execute novamente para retomar"
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
           IF RC-PASSO > ZERO
              MOVE  "S"                TO  AVISO-GERAL.
           GO TO EXECUTA-PASSOS.
       FIM.
           PERFORM P650-LIMPA-RETOMADA THRU P659-FIM.
           MOVE  PASSOS-EXECUTADOS     TO  PASSOS-ED.
           DISPLAY "Cadeia concluida - passos executados: " PASSOS-ED.
           MOVE  ZEROS                 TO  RETURN-CODE.
           IF AVISO-GERAL = "S"
              MOVE  4                  TO  RETURN-CODE.
           STOP RUN.

       P100-CARREGA-PASSOS.
           MOVE  ZEROS                 TO  CONTADOR-LINHAS.
           OPEN INPUT CTRL-ARQ.
           IF FS-CTRL NOT = ZERO
              DISPLAY "Erro de Abertura: " FS-CTRL " " NOME-CTRL
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
       P110-LE-PASSO.
           READ CTRL-ARQ AT END GO TO P190-FECHA.
           ADD   1                     TO  CONTADOR-LINHAS.
           MOVE  REG-CTRL              TO  LINHA-PASSO.
           IF LINHA-PASSO = SPACES
              GO TO P110-LE-PASSO.
           IF PASSO-NOME(1:1) = "*"
              GO TO P110-LE-PASSO.
           MOVE  CONTADOR-LINHAS       TO  LINHA-ED.
           IF PASSO-PROG = SPACES
              DISPLAY "Linha " LINHA-ED ": programa nao informado"
              ADD   1                  TO  ERROS-CONTROLE
              GO TO P110-LE-PASSO.
           IF PASSO-RCMAX NOT NUMERIC
              DISPLAY "Linha " LINHA-ED ": RC maximo invalido "
                      PASSO-RCMAX
              ADD   1                  TO  ERROS-CONTROLE
              GO TO P110-LE-PASSO.
           IF PASSO-FREQ = SPACE
              MOVE  "D"                TO  PASSO-FREQ.
           IF PASSO-FREQ NOT = "D" AND PASSO-FREQ NOT = "M"
              DISPLAY "Linha " LINHA-ED ": frequencia invalida "
                      PASSO-FREQ
              ADD   1                  TO  ERROS-CONTROLE
              GO TO P110-LE-PASSO.
           IF QTDE-PASSOS NOT LESS 50
              DISPLAY "Linha " LINHA-ED ": limite de 50 passos"
              ADD   1                  TO  ERROS-CONTROLE
              GO TO P110-LE-PASSO.
           ADD   1                     TO  QTDE-PASSOS.
           MOVE  PASSO-NOME            TO  TAB-PASSO-NOME(QTDE-PASSOS).
           MOVE  PASSO-PROG            TO  TAB-PASSO-PROG(QTDE-PASSOS).
           MOVE  PASSO-RCMAX           TO  TAB-PASSO-RCMAX(QTDE-PASSOS).
           MOVE  PASSO-FREQ            TO  TAB-PASSO-FREQ(QTDE-PASSOS).
           MOVE  PASSO-ARG             TO  TAB-PASSO-ARG(QTDE-PASSOS).
           GO TO P110-LE-PASSO.
       P190-FECHA.
           CLOSE CTRL-ARQ.
           MOVE  QTDE-PASSOS           TO  PASSOS-ED.
           DISPLAY "Passos carregados: " PASSOS-ED.
       P199-FIM.
           EXIT.

       P200-LE-RETOMADA.
           OPEN INPUT RET-ARQ.
           IF FS-RET NOT = ZERO
              GO TO P299-FIM.
           MOVE  SPACES                TO  LINHA-RET.
           READ RET-ARQ AT END GO TO P290-FECHA.
           MOVE  REG-RET               TO  LINHA-RET.
           IF RET-PASSO NOT NUMERIC OR RET-PASSO = ZERO
              GO TO P290-FECHA.
           IF RET-PASSO > QTDE-PASSOS
              OR TAB-PASSO-NOME( RET-PASSO ) NOT = RET-NOME
              DISPLAY "Ponto de retomada nao confere com o controle: "
                      RET-NOME
              DISPLAY "Use a opcao INICIO para executar a cadeia toda"
              ADD   1                  TO  ERROS-CONTROLE
              GO TO P290-FECHA.
           MOVE  RET-PASSO             TO  PASSO-INICIAL.
           IF RET-DATA NUMERIC
              MOVE  RET-DATA           TO  DATA-CADEIA.
           IF RET-FIM-MES = "S"
              MOVE  "S"                TO  FIM-MES.
           DISPLAY "Retomando a cadeia no passo " RET-NOME.
       P290-FECHA.
           CLOSE RET-ARQ.
       P299-FIM.
           EXIT.

       P300-TESTA-FIM-MES.
           IF CADEIA-MES < 1 OR CADEIA-MES > 12
              GO TO P399-FIM.
           MOVE  TAB-DIAS-MES( CADEIA-MES ) TO ULTIMO-DIA.
           IF CADEIA-MES NOT = 2
              GO TO P350-COMPARA.
           DIVIDE CADEIA-ANO BY 4   GIVING QUOCIENTE REMAINDER RESTO4.
           DIVIDE CADEIA-ANO BY 100 GIVING QUOCIENTE REMAINDER RESTO100.
           DIVIDE CADEIA-ANO BY 400 GIVING QUOCIENTE REMAINDER RESTO400.
           IF RESTO4 = ZERO
              AND ( RESTO100 NOT = ZERO OR RESTO400 = ZERO )
              MOVE  29                 TO  ULTIMO-DIA.
       P350-COMPARA.
           IF CADEIA-DIA = ULTIMO-DIA
              MOVE  "S"                TO  FIM-MES.
       P399-FIM.
           EXIT.

       P400-EXECUTA-PASSO.
           MOVE  SPACES                TO  COMANDO.
           STRING TAB-PASSO-PROG( IND-PASSO ) DELIMITED BY SPACE
                  " "                  DELIMITED BY SIZE
                  TAB-PASSO-ARG( IND-PASSO ) DELIMITED BY SIZE
                  INTO COMANDO.
           DISPLAY "Passo " TAB-PASSO-NOME( IND-PASSO ) ": " COMANDO.
           PERFORM P900-HORA-ATUAL     THRU P909-FIM.
           MOVE  DATA-FIM-W            TO  DATA-INI-W.
           MOVE  HORA-FIM-W            TO  HORA-INI-W.
           MOVE  ZEROS                 TO  RETURN-CODE.
           CALL "SYSTEM" USING COMANDO.
           MOVE  RETURN-CODE           TO  RC-SISTEMA.
           MOVE  ZEROS                 TO  RETURN-CODE.
           PERFORM P900-HORA-ATUAL     THRU P909-FIM.
           ADD   1                     TO  PASSOS-EXECUTADOS.
           IF RC-SISTEMA < ZERO
              MOVE  999                TO  RC-PASSO
              GO TO P450-AVALIA.
           IF RC-SISTEMA > 255
              DIVIDE RC-SISTEMA BY 256 GIVING RC-PASSO
           ELSE
              MOVE  RC-SISTEMA         TO  RC-PASSO.
       P450-AVALIA.
           IF RC-PASSO > TAB-PASSO-RCMAX( IND-PASSO )
              MOVE  "ERRO"             TO  SITUACAO-PASSO
           ELSE
              MOVE  "OK"               TO  SITUACAO-PASSO.
           PERFORM P500-GRAVA-LOG      THRU P599-FIM.
           MOVE  RC-PASSO              TO  RC-ED.
           DISPLAY "Passo " TAB-PASSO-NOME( IND-PASSO )
                   " RC=" RC-ED " " SITUACAO-PASSO.
       P499-FIM.
           EXIT.

       P500-GRAVA-LOG.
           OPEN EXTEND LOGF-SAIDA.
           IF FS-LOGF = 35
              OPEN OUTPUT LOGF-SAIDA.
           IF FS-LOGF > 0
              DISPLAY "Erro de Abertura: " FS-LOGF
              MOVE  "S"                TO  AVISO-GERAL
              GO TO P599-FIM.
           MOVE  SPACES                TO  LINHA-LOGF.
           MOVE  DATA-INI-W            TO  LOGF-DATA-INI.
           MOVE  HORA-INI-W            TO  LOGF-HORA-INI.
           MOVE  DATA-FIM-W            TO  LOGF-DATA-FIM.
           MOVE  HORA-FIM-W            TO  LOGF-HORA-FIM.
           MOVE  TAB-PASSO-NOME( IND-PASSO ) TO LOGF-PASSO.
           MOVE  TAB-PASSO-PROG( IND-PASSO ) TO LOGF-PROG.
           MOVE  TAB-PASSO-RCMAX( IND-PASSO ) TO RCMAX-ED.
           MOVE  RCMAX-ED              TO  LOGF-RCMAX.
           IF SITUACAO-PASSO = "OK" OR SITUACAO-PASSO = "ERRO"
              MOVE  RC-PASSO           TO  RC-ED
              MOVE  RC-ED              TO  LOGF-RC.
           MOVE  SITUACAO-PASSO        TO  LOGF-SITUACAO.
           MOVE  TAB-PASSO-ARG( IND-PASSO ) TO LOGF-ARG.
           WRITE  REG-LOGF             FROM LINHA-LOGF.
           CLOSE LOGF-SAIDA.
       P599-FIM.
           EXIT.

       P600-GRAVA-RETOMADA.
           OPEN OUTPUT RET-ARQ.
           IF FS-RET > 0
              DISPLAY "Erro de Abertura: " FS-RET
              DISPLAY "Ponto de retomada NAO gravado"
              GO TO P699-FIM.
           MOVE  SPACES                TO  LINHA-RET.
           MOVE  IND-PASSO             TO  RET-PASSO.
           MOVE  TAB-PASSO-NOME( IND-PASSO ) TO RET-NOME.
           MOVE  DATA-CADEIA           TO  RET-DATA.
           MOVE  FIM-MES               TO  RET-FIM-MES.
           MOVE  RC-PASSO              TO  RET-RC.
           WRITE  REG-RET              FROM LINHA-RET.
           CLOSE RET-ARQ.
       P699-FIM.
           EXIT.

       P650-LIMPA-RETOMADA.
           OPEN OUTPUT RET-ARQ.
           IF FS-RET > 0
              DISPLAY "Erro ao limpar ponto de retomada: " FS-RET
              GO TO P659-FIM.
           CLOSE RET-ARQ.
       P659-FIM.
           EXIT.

       P900-HORA-ATUAL.
           ACCEPT  DATA-EXEC        FROM DATE YYYYMMDD.
           ACCEPT  HORA-EXEC        FROM TIME.
           MOVE  SPACES                TO  DATA-FIM-W HORA-FIM-W.
           STRING  DATA-DIA  "/" DATA-MES "/" DATA-ANO
                   DELIMITED BY SIZE INTO DATA-FIM-W.
           STRING  HORA-HH ":" HORA-MM ":" HORA-SS
                   DELIMITED BY SIZE INTO HORA-FIM-W.
       P909-FIM.
           EXIT.

            RECORD KEY   IS RESU-CHAVE
            ALTERNATE RECORD KEY IS RESU-EXT WITH DUPLICATES
            FILE STATUS  IS FS-RESU.
            SELECT NMAP-ARQ
            ASSIGN       TO "nao-mapeadas.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-NMAP.
            SELECT VIGI-ARQ
            ASSIGN       TO "vigilancia.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-VIGI.
            SELECT ACH-SAIDA
            ASSIGN       TO "vigilancia-achados.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-ACH.

       DATA DIVISION.
       FILE SECTION.
         03  RESU-BYTES                PIC 9(12).
         03  RESU-LING                 PIC X(15).

       FD    NMAP-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-NMAP                  PIC X(100).

       FD    VIGI-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-VIGI                  PIC X(46).

       FD    ACH-SAIDA
             LABEL RECORD IS STANDARD.
       01    REG-ACH                   PIC X(370).

       WORKING-STORAGE SECTION.
       01    NOME-ARQ                  PIC X(100).
       01    NOME-CKPT                 PIC X(106).
       77    DIR-CORRENTE              PIC X(100).
       01    LINHA-MUD                 PIC X(340).
       77    AVISO-GERAL               PIC X(01).
       77    RESULTADO-EXEC            PIC X(06).
       77    DATA-INI-W                PIC X(10).
       77    HORA-INI-W                PIC X(08).
       77    DATA-FIM-W                PIC X(10).
        03   FILLER                    PIC X(01).
        03   LOG-RETOMADA              PIC X(01).
        03   FILLER                    PIC X(01).
        03   LOG-RESULTADO             PIC X(06).
        03   FILLER                    PIC X(04).
       77    FS-EXP                    PIC 9(02).
       01    LINHA-EXP                 PIC X(100).
       77    EXP-CONTADOR              PIC 9(05).
        03   FILLER                    PIC X(01).
        03   LINHA-CAB-TOT             PIC X(09).
        03   FILLER                    PIC X(20).
       77    FS-NMAP                   PIC 9(02).
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
       01    NMAP-TAB.
        03   NMAP-ITEM OCCURS 500 TIMES.
         05  NMAP-T-EXT                PIC X(40).
         05  NMAP-T-QTD                PIC 9(07).
         05  NMAP-T-BYTES              PIC 9(12).
         05  NMAP-T-PRIMEIRA           PIC X(10).
         05  NMAP-T-ULTIMA             PIC X(10).
         05  NMAP-T-EXECS              PIC 9(05).
       77    QTDE-NMAP                 PIC 9(03).
       77    IND-NMAP                  PIC 9(03).
       77    NMAP-NOVAS                PIC 9(03).
       77    NMAP-GRAVADAS             PIC 9(03).
       77    EXT-MAPEADA               PIC X(01).
       77    FS-VIGI                   PIC 9(02).
       77    FS-ACH                    PIC 9(02).
       01    LINHA-VIGI.
        03   LINHA-VIGI-TIPO           PIC X(01).
        03   FILLER                    PIC X(01).
        03   LINHA-VIGI-VALOR          PIC X(40).
        03   FILLER                    PIC X(01).
        03   LINHA-VIGI-SEV            PIC X(01).
        03   FILLER                    PIC X(01).
        03   LINHA-VIGI-SIT            PIC X(01).
       01    VIGI-TAB.
        03   VIGI-ITEM OCCURS 200 TIMES.
         05  VIGI-T-TIPO               PIC X(01).
         05  VIGI-T-VALOR              PIC X(40).
         05  VIGI-T-TAM                PIC 9(02).
         05  VIGI-T-SEV                PIC X(01).
       77    QTDE-VIGI                 PIC 9(03).
       77    IND-VIGI                  PIC 9(03).
       77    VIGI-MELHOR               PIC 9(03).
       77    VIGI-CASOU                PIC X(01).
       77    VIGI-TAM-W                PIC 9(02).
       77    VALOR-VIGI-W              PIC X(41).
       77    POS-VIGI                  PIC 9(03).
       77    SEV-PESO                  PIC 9(01).
       77    MELHOR-PESO               PIC 9(01).
       77    NOME-MIN                  PIC X(200).
       77    NOME-MIN-TAM              PIC 9(03).
       77    GLOB-I                    PIC 9(03).
       77    GLOB-J                    PIC 9(02).
       77    GLOB-ESTRELA              PIC 9(02).
       77    GLOB-MARCA                PIC 9(03).
       77    ACH-TOTAL                 PIC 9(05).
       77    ACH-ALTA                  PIC 9(05).
       77    ACH-MEDIA                 PIC 9(05).
       77    ACH-BAIXA                 PIC 9(05).
       01    LINHA-ACH.
        03   ACH-DATA                  PIC X(10).
        03   FILLER                    PIC X(01).
        03   ACH-SEV                   PIC X(01).
        03   FILLER                    PIC X(01).
        03   ACH-TIPO                  PIC X(01).
        03   FILLER                    PIC X(01).
        03   ACH-REGRA                 PIC X(40).
        03   FILLER                    PIC X(01).
        03   ACH-TAM                   PIC 9(12).
        03   FILLER                    PIC X(01).
        03   ACH-DIR                   PIC X(100).
        03   FILLER                    PIC X(01).
        03   ACH-NOME                  PIC X(200).
       01    TAB-VIGI-PADRAO-VALORES.
        03 FILLER PIC X(24) VALUE "E pem                  A".
        03 FILLER PIC X(24) VALUE "E key                  A".
        03 FILLER PIC X(24) VALUE "E p12                  A".
        03 FILLER PIC X(24) VALUE "E pfx                  A".
        03 FILLER PIC X(24) VALUE "E jks                  A".
        03 FILLER PIC X(24) VALUE "E keystore             A".
        03 FILLER PIC X(24) VALUE "E kdbx                 A".
        03 FILLER PIC X(24) VALUE "N id_rsa               A".
        03 FILLER PIC X(24) VALUE "N id_dsa               A".
        03 FILLER PIC X(24) VALUE "N id_ecdsa             A".
        03 FILLER PIC X(24) VALUE "N id_ed25519           A".
        03 FILLER PIC X(24) VALUE "N .env                 A".
        03 FILLER PIC X(24) VALUE "N .htpasswd            A".
        03 FILLER PIC X(24) VALUE "P .env.*               M".
        03 FILLER PIC X(24) VALUE "E dump                 M".
        03 FILLER PIC X(24) VALUE "P *dump*.sql           M".
        03 FILLER PIC X(24) VALUE "E sql.gz               M".
        03 FILLER PIC X(24) VALUE "E bak                  B".
       01    TAB-VIGI-PADRAO REDEFINES TAB-VIGI-PADRAO-VALORES.
        03   VPAD-ENTRY OCCURS 18 TIMES.
         05  VPAD-TIPO                 PIC X(01).
         05  FILLER                    PIC X(01).
         05  VPAD-VALOR                PIC X(20).
         05  FILLER                    PIC X(01).
         05  VPAD-SEV                  PIC X(01).

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE  ZEROS                  TO  CONTADOR-ZERO.
           MOVE  ZEROS                  TO  CONTADOR-GRANDE.
           MOVE  99                     TO  FS-EXCT.
           MOVE  99                     TO  FS-ACH.
           PERFORM P540-HORA-ATUAL     THRU P549-FIM.
           COMPUTE MESES-EXEC = DATA-ANO * 12 + DATA-MES.
           MOVE  DATA-FIM-W             TO  DATA-INI-W.
              PERFORM P120-CARREGA-MAPA THRU P129-FIM
              PERFORM P130-CARREGA-EXCLUSOES THRU P139-FIM
              PERFORM P080-ABRE-REJEITOS THRU P089-FIM
              PERFORM P950-CARREGA-VIGILANCIA THRU P959-FIM
              PERFORM P600-PROCESSA-MULTI THRU P699-FIM
              CLOSE ARQ
              PERFORM P530-ENCERRA     THRU P539-FIM
           PERFORM P080-ABRE-REJEITOS  THRU P089-FIM.
           PERFORM P565-ABRE-SNAPSHOT  THRU P569-FIM.
           PERFORM P575-ABRE-EXCECOES  THRU P578-FIM.
           PERFORM P950-CARREGA-VIGILANCIA THRU P959-FIM.
       LE-ARQUIVO.
	   READ ARQ AT END GO TO FIM.
           ADD   1                     TO  CONTADOR-LIDOS.
           IF REGISTRO-VALIDO NOT = "S"
              PERFORM P070-GRAVA-REJEITO THRU P079-FIM
              GO TO LE-CHECKPOINT.
           PERFORM P960-TESTA-VIGILANCIA THRU P969-FIM.
           PERFORM P090-TESTA-EXCLUSAO THRU P095-FIM.
           IF EXCLUIR = "S"
              ADD   1                  TO  CONTADOR-EXCLUIDOS
              CLOSE REL-SAIDA.
           PERFORM P430-GRAVA-HISTORICO THRU P439-FIM.
           PERFORM P550-GRAVA-RESULTADOS THRU P559-FIM.
           PERFORM P580-GRAVA-NAO-MAPEADAS THRU P589-FIM.
       P499-FIM.
           EXIT.

           EXIT.

       P530-ENCERRA.
           PERFORM P990-FECHA-VIGILANCIA THRU P999-FIM.
           IF RESULTADO-EXEC = SPACES AND ACH-ALTA > ZERO
              MOVE  "ALERTA"           TO  RESULTADO-EXEC
              MOVE  6                  TO  RETURN-CODE.
           IF RESULTADO-EXEC = SPACES
              IF AVISO-REJEICAO = "S" OR AVISO-GERAL = "S"
                 MOVE  "AVISO"         TO  RESULTADO-EXEC
       P579-FIM.
           EXIT.

       P580-GRAVA-NAO-MAPEADAS.
           MOVE  ZEROS                 TO  QTDE-NMAP NMAP-NOVAS.
           MOVE  ZEROS                 TO  NMAP-GRAVADAS.
           OPEN INPUT NMAP-ARQ.
           IF FS-NMAP NOT = ZERO
              GO TO P582-ATUALIZA.
       P581-LE-NMAP.
           READ NMAP-ARQ AT END GO TO P581-FECHA.
           MOVE  REG-NMAP              TO  LINHA-NMAP.
           IF NMAP-EXT = SPACES
              GO TO P581-LE-NMAP.
           IF QTDE-NMAP NOT LESS 500
              GO TO P581-LE-NMAP.
           ADD   1                     TO  QTDE-NMAP.
           MOVE  NMAP-EXT              TO  NMAP-T-EXT( QTDE-NMAP ).
           MOVE  NMAP-QTD              TO  NMAP-T-QTD( QTDE-NMAP ).
           MOVE  NMAP-BYTES            TO  NMAP-T-BYTES( QTDE-NMAP ).
           MOVE  NMAP-PRIMEIRA         TO  NMAP-T-PRIMEIRA( QTDE-NMAP ).
           MOVE  NMAP-ULTIMA           TO  NMAP-T-ULTIMA( QTDE-NMAP ).
           MOVE  NMAP-EXECS            TO  NMAP-T-EXECS( QTDE-NMAP ).
           GO TO P581-LE-NMAP.
       P581-FECHA.
           CLOSE NMAP-ARQ.
       P582-ATUALIZA.
           MOVE  ZEROS                 TO  IND1.
       P583-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-EXTENSOES
              GO TO P585-GRAVA.
           IF EXT( IND1 ) = "(no extension)" OR EXT( IND1 ) = "(outros)"
              GO TO P583-LOOPING.
           MOVE  EXT( IND1 )           TO  BUFFER1.
           PERFORM P587-PROCURA-MAPA   THRU P587-FIM.
           IF EXT-MAPEADA = "S"
              GO TO P583-LOOPING.
           MOVE  ZEROS                 TO  IND-NMAP.
       P584-PROCURA.
           ADD   1                     TO  IND-NMAP.
           IF IND-NMAP > QTDE-NMAP
              GO TO P584-NOVA.
           IF NMAP-T-EXT( IND-NMAP ) NOT = EXT( IND1 )
              GO TO P584-PROCURA.
           GO TO P584-ATUALIZA.
       P584-NOVA.
           IF QTDE-NMAP NOT LESS 500
              DISPLAY "Lista de extensoes sem mapa cheia: " EXT( IND1 )
              MOVE  "S"                TO  AVISO-GERAL
              GO TO P583-LOOPING.
           ADD   1                     TO  QTDE-NMAP NMAP-NOVAS.
           MOVE  QTDE-NMAP             TO  IND-NMAP.
           MOVE  EXT( IND1 )           TO  NMAP-T-EXT( IND-NMAP ).
           MOVE  DATA-ED               TO  NMAP-T-PRIMEIRA( IND-NMAP ).
           MOVE  SPACES                TO  NMAP-T-ULTIMA( IND-NMAP ).
           MOVE  ZEROS                 TO  NMAP-T-EXECS( IND-NMAP ).
       P584-ATUALIZA.
           IF NMAP-T-ULTIMA( IND-NMAP ) NOT = DATA-ED
              ADD   1                  TO  NMAP-T-EXECS( IND-NMAP ).
           MOVE  DATA-ED               TO  NMAP-T-ULTIMA( IND-NMAP ).
           MOVE  QTD( IND1 )           TO  NMAP-T-QTD( IND-NMAP ).
           MOVE  EXT-BYTES( IND1 )     TO  NMAP-T-BYTES( IND-NMAP ).
           GO TO P583-LOOPING.
       P585-GRAVA.
           OPEN OUTPUT NMAP-ARQ.
           IF FS-NMAP > 0
              DISPLAY "Erro de Abertura: " FS-NMAP
              MOVE  "S"                TO  AVISO-GERAL
              GO TO P589-FIM.
           MOVE  ZEROS                 TO  IND-NMAP.
       P586-LOOPING.
           ADD   1                     TO  IND-NMAP.
           IF IND-NMAP > QTDE-NMAP
              GO TO P588-FECHA.
           MOVE  NMAP-T-EXT( IND-NMAP ) TO BUFFER1.
           PERFORM P587-PROCURA-MAPA   THRU P587-FIM.
           IF EXT-MAPEADA = "S"
              GO TO P586-LOOPING.
           MOVE  SPACES                TO  LINHA-NMAP.
           MOVE  NMAP-T-EXT( IND-NMAP ) TO NMAP-EXT.
           MOVE  NMAP-T-QTD( IND-NMAP ) TO NMAP-QTD.
           MOVE  NMAP-T-BYTES( IND-NMAP ) TO NMAP-BYTES.
           MOVE  NMAP-T-PRIMEIRA( IND-NMAP ) TO NMAP-PRIMEIRA.
           MOVE  NMAP-T-ULTIMA( IND-NMAP ) TO NMAP-ULTIMA.
           MOVE  NMAP-T-EXECS( IND-NMAP ) TO NMAP-EXECS.
           WRITE  REG-NMAP             FROM LINHA-NMAP.
           ADD   1                     TO  NMAP-GRAVADAS.
           GO TO P586-LOOPING.
       P587-PROCURA-MAPA.
           MOVE  "N"                   TO  EXT-MAPEADA.
           MOVE  ZEROS                 TO  IND2.
       P587-LOOPING.
           ADD   1                     TO  IND2.
           IF IND2 > QTDE-MAPA
              GO TO P587-FIM.
           IF TAB-MAPA-EXT( IND2 ) = BUFFER1
              MOVE  "S"                TO  EXT-MAPEADA
              GO TO P587-FIM.
           GO TO P587-LOOPING.
       P587-FIM.
           EXIT.
       P588-FECHA.
           CLOSE NMAP-ARQ.
           DISPLAY "Extensoes sem mapa: " NMAP-GRAVADAS
                   " (novas: " NMAP-NOVAS ")".
       P589-FIM.
           EXIT.

       P575-ABRE-EXCECOES.
           IF RETOMADA NOT = "S"
              OPEN OUTPUT EXCT-SAIDA
           IF REGISTRO-VALIDO NOT = "S"
              PERFORM P070-GRAVA-REJEITO THRU P079-FIM
              GO TO P610-LE-PROJ.
           PERFORM P960-TESTA-VIGILANCIA THRU P969-FIM.
           PERFORM P090-TESTA-EXCLUSAO THRU P095-FIM.
           IF EXCLUIR = "S"
              ADD   1                  TO  CONTADOR-EXCLUIDOS
           GO TO P912-LACO2.
       P919-FIM.
           EXIT.

       P950-CARREGA-VIGILANCIA.
           MOVE  ZEROS                 TO  QTDE-VIGI ACH-TOTAL.
           MOVE  ZEROS                 TO  ACH-ALTA ACH-MEDIA ACH-BAIXA.
           OPEN INPUT VIGI-ARQ.
           IF FS-VIGI NOT = ZERO
              GO TO P955-PADRAO.
       P951-LE-VIGI.
           READ VIGI-ARQ AT END GO TO P954-FECHA-VIGI.
           MOVE  REG-VIGI              TO  LINHA-VIGI.
           IF LINHA-VIGI-VALOR = SPACES OR LINHA-VIGI-SIT = "I"
              GO TO P951-LE-VIGI.
           IF LINHA-VIGI-TIPO NOT = "E" AND LINHA-VIGI-TIPO NOT = "N"
              AND LINHA-VIGI-TIPO NOT = "P"
              GO TO P951-LE-VIGI.
           IF QTDE-VIGI NOT LESS 200
              MOVE  "S"                TO  AVISO-GERAL
              GO TO P951-LE-VIGI.
           ADD   1                     TO  QTDE-VIGI.
           MOVE  LINHA-VIGI-TIPO       TO  VIGI-T-TIPO( QTDE-VIGI ).
           MOVE  LINHA-VIGI-VALOR      TO  VIGI-T-VALOR( QTDE-VIGI ).
           MOVE  LINHA-VIGI-SEV        TO  VIGI-T-SEV( QTDE-VIGI ).
           PERFORM P975-ACHA-TAM-VIGI  THRU P979-FIM.
           GO TO P951-LE-VIGI.
       P954-FECHA-VIGI.
           CLOSE VIGI-ARQ.
           DISPLAY "Lista de vigilancia carregada: " QTDE-VIGI.
           GO TO P957-ABRE-ACHADOS.
       P955-PADRAO.
           DISPLAY "Lista de vigilancia inexistente - tabela padrao".
           MOVE  ZEROS                 TO  IND-VIGI.
       P956-LOOPING.
           ADD   1                     TO  IND-VIGI.
           IF IND-VIGI > 18
              GO TO P957-ABRE-ACHADOS.
           MOVE  IND-VIGI              TO  QTDE-VIGI.
           MOVE  VPAD-TIPO( IND-VIGI ) TO  VIGI-T-TIPO( QTDE-VIGI ).
           MOVE  VPAD-VALOR( IND-VIGI ) TO VIGI-T-VALOR( QTDE-VIGI ).
           MOVE  VPAD-SEV( IND-VIGI )  TO  VIGI-T-SEV( QTDE-VIGI ).
           PERFORM P975-ACHA-TAM-VIGI  THRU P979-FIM.
           GO TO P956-LOOPING.
       P957-ABRE-ACHADOS.
           IF RETOMADA NOT = "S"
              OPEN OUTPUT ACH-SAIDA
              GO TO P958-TESTA.
           OPEN INPUT ACH-SAIDA.
           IF FS-ACH NOT = ZERO
              GO TO P957-EXTEND.
       P957-CONTA.
           READ ACH-SAIDA AT END GO TO P957-FECHA.
           MOVE  REG-ACH               TO  LINHA-ACH.
           ADD   1                     TO  ACH-TOTAL.
           IF ACH-SEV = "A"
              ADD   1                  TO  ACH-ALTA.
           IF ACH-SEV = "M"
              ADD   1                  TO  ACH-MEDIA.
           IF ACH-SEV = "B"
              ADD   1                  TO  ACH-BAIXA.
           GO TO P957-CONTA.
       P957-FECHA.
           CLOSE ACH-SAIDA.
       P957-EXTEND.
           OPEN EXTEND ACH-SAIDA.
           IF FS-ACH = 35
              OPEN OUTPUT ACH-SAIDA.
       P958-TESTA.
           IF FS-ACH > 0
              DISPLAY "Erro de Abertura: " FS-ACH
              MOVE  "S"                TO  AVISO-GERAL.
       P959-FIM.
           EXIT.

       P960-TESTA-VIGILANCIA.
           IF QTDE-VIGI = ZERO
              GO TO P969-FIM.
           MOVE  ARQUIVO1              TO  NOME-MIN.
           INSPECT NOME-MIN CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                TO "abcdefghijklmnopqrstuvwxyz".
           MOVE  200                   TO  NOME-MIN-TAM.
       P961-ACHA-TAM.
           IF NOME-MIN( NOME-MIN-TAM : 1 ) NOT = SPACE
              GO TO P962-REGRAS.
           IF NOME-MIN-TAM = 1
              GO TO P969-FIM.
           SUBTRACT 1                 FROM NOME-MIN-TAM.
           GO TO P961-ACHA-TAM.
       P962-REGRAS.
           MOVE  ZEROS                 TO  VIGI-MELHOR MELHOR-PESO.
           MOVE  ZEROS                 TO  IND-VIGI.
       P963-LOOPING.
           ADD   1                     TO  IND-VIGI.
           IF IND-VIGI > QTDE-VIGI
              GO TO P965-GRAVA.
           PERFORM P970-CASA-REGRA     THRU P974-FIM.
           IF VIGI-CASOU NOT = "S"
              GO TO P963-LOOPING.
           MOVE  1                     TO  SEV-PESO.
           IF VIGI-T-SEV( IND-VIGI ) = "M"
              MOVE  2                  TO  SEV-PESO.
           IF VIGI-T-SEV( IND-VIGI ) = "A"
              MOVE  3                  TO  SEV-PESO.
           IF SEV-PESO > MELHOR-PESO
              MOVE  SEV-PESO           TO  MELHOR-PESO
              MOVE  IND-VIGI           TO  VIGI-MELHOR.
           GO TO P963-LOOPING.
       P965-GRAVA.
           IF VIGI-MELHOR = ZERO
              GO TO P969-FIM.
           ADD   1                     TO  ACH-TOTAL.
           IF MELHOR-PESO = 3
              ADD   1                  TO  ACH-ALTA
              DISPLAY "ALERTA vigilancia: "
                      ARQUIVO1( 1 : NOME-MIN-TAM ) " em " DIR-ATUAL.
           IF MELHOR-PESO = 2
              ADD   1                  TO  ACH-MEDIA.
           IF MELHOR-PESO = 1
              ADD   1                  TO  ACH-BAIXA.
           IF FS-ACH NOT = ZERO
              GO TO P969-FIM.
           PERFORM P060-ACHA-TAMANHO   THRU P069-FIM.
           MOVE  SPACES                TO  LINHA-ACH.
           MOVE  DATA-INI-W            TO  ACH-DATA.
           MOVE  VIGI-T-SEV( VIGI-MELHOR ) TO ACH-SEV.
           MOVE  VIGI-T-TIPO( VIGI-MELHOR ) TO ACH-TIPO.
           MOVE  VIGI-T-VALOR( VIGI-MELHOR ) TO ACH-REGRA.
           MOVE  TAM-ARQ               TO  ACH-TAM.
           MOVE  DIR-ATUAL             TO  ACH-DIR.
           IF MODO-MULTI = "S"
              MOVE  SPACES             TO  ACH-DIR
              STRING PROJ-NOME( QTDE-PROJETOS ) DELIMITED BY SPACE
                     ":" DIR-ATUAL DELIMITED BY SIZE
                     INTO ACH-DIR.
           MOVE  ARQUIVO1              TO  ACH-NOME.
           WRITE  REG-ACH              FROM LINHA-ACH.
       P969-FIM.
           EXIT.

       P970-CASA-REGRA.
           MOVE  "N"                   TO  VIGI-CASOU.
           MOVE  VIGI-T-TAM( IND-VIGI ) TO VIGI-TAM-W.
           MOVE  VIGI-T-VALOR( IND-VIGI ) TO VALOR-VIGI-W.
           IF VIGI-T-TIPO( IND-VIGI ) = "E"
              GO TO P972-EXTENSAO.
           IF VIGI-T-TIPO( IND-VIGI ) = "P"
              PERFORM P980-CASA-PADRAO THRU P989-FIM
              GO TO P974-FIM.
           IF NOME-MIN-TAM NOT = VIGI-TAM-W
              GO TO P974-FIM.
           IF NOME-MIN( 1 : VIGI-TAM-W ) =
              VALOR-VIGI-W( 1 : VIGI-TAM-W )
              MOVE  "S"                TO  VIGI-CASOU.
           GO TO P974-FIM.
       P972-EXTENSAO.
           IF NOME-MIN-TAM NOT > VIGI-TAM-W
              GO TO P974-FIM.
           COMPUTE POS-VIGI = NOME-MIN-TAM - VIGI-TAM-W.
           IF NOME-MIN( POS-VIGI : 1 ) NOT = "."
              GO TO P974-FIM.
           ADD   1                     TO  POS-VIGI.
           IF NOME-MIN( POS-VIGI : VIGI-TAM-W ) =
              VALOR-VIGI-W( 1 : VIGI-TAM-W )
              MOVE  "S"                TO  VIGI-CASOU.
       P974-FIM.
           EXIT.

       P975-ACHA-TAM-VIGI.
           INSPECT VIGI-T-VALOR( QTDE-VIGI ) CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                TO "abcdefghijklmnopqrstuvwxyz".
           MOVE  40                    TO  VIGI-TAM-W.
       P976-LOOPING.
           IF VIGI-T-VALOR( QTDE-VIGI )( VIGI-TAM-W : 1 ) NOT = SPACE
              GO TO P977-GRAVA-TAM.
           IF VIGI-TAM-W = 1
              GO TO P977-GRAVA-TAM.
           SUBTRACT 1                 FROM VIGI-TAM-W.
           GO TO P976-LOOPING.
       P977-GRAVA-TAM.
           MOVE  VIGI-TAM-W            TO  VIGI-T-TAM( QTDE-VIGI ).
       P979-FIM.
           EXIT.

       P980-CASA-PADRAO.
           MOVE  1                     TO  GLOB-I GLOB-J.
           MOVE  ZEROS                 TO  GLOB-ESTRELA GLOB-MARCA.
       P981-LOOPING.
           IF GLOB-I > NOME-MIN-TAM
              GO TO P985-RESTO.
           IF GLOB-J NOT > VIGI-TAM-W
              AND VALOR-VIGI-W( GLOB-J : 1 ) = "*"
              MOVE  GLOB-J             TO  GLOB-ESTRELA
              MOVE  GLOB-I             TO  GLOB-MARCA
              ADD   1                  TO  GLOB-J
              GO TO P981-LOOPING.
           IF GLOB-J NOT > VIGI-TAM-W
              AND ( VALOR-VIGI-W( GLOB-J : 1 ) = "?"
              OR VALOR-VIGI-W( GLOB-J : 1 ) = NOME-MIN( GLOB-I : 1 ) )
              ADD   1                  TO  GLOB-I GLOB-J
              GO TO P981-LOOPING.
           IF GLOB-ESTRELA = ZERO
              GO TO P989-FIM.
           COMPUTE GLOB-J = GLOB-ESTRELA + 1.
           ADD   1                     TO  GLOB-MARCA.
           MOVE  GLOB-MARCA            TO  GLOB-I.
           GO TO P981-LOOPING.
       P985-RESTO.
           IF GLOB-J NOT > VIGI-TAM-W
              AND VALOR-VIGI-W( GLOB-J : 1 ) = "*"
              ADD   1                  TO  GLOB-J
              GO TO P985-RESTO.
           IF GLOB-J > VIGI-TAM-W
              MOVE  "S"                TO  VIGI-CASOU.
       P989-FIM.
           EXIT.

       P990-FECHA-VIGILANCIA.
           IF FS-ACH = ZERO
              CLOSE ACH-SAIDA.
           MOVE  99                    TO  FS-ACH.
           DISPLAY "Achados de vigilancia: " ACH-TOTAL
                   " (alta: " ACH-ALTA " media: " ACH-MEDIA
                   " baixa: " ACH-BAIXA ")".
           IF ACH-ALTA > ZERO
              DISPLAY "Arquivos sensiveis de alta severidade - "
                      "ver vigilancia-achados.txt".
       P999-FIM.
           EXIT.

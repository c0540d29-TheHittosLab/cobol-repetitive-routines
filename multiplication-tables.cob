000890*                       MULTIPLICADOR HAS REACHED, AND THE
000900*                       PRINTED TABLE MARKS THE ROWS WHERE A
000910*                       BREAK TAKES EFFECT.
000920*    2026-10-15  JA    EVERY ENDING NOW APPENDS ONE CONTROL
000930*                       RECORD PER SERIAL TO AN AUDIT CONTROL
000940*                       LEDGER: THE SERIAL'S AUDIT ROW COUNT,
000950*                       ITS RESULTADO TOTAL AND ITS FIRST AND
000960*                       LAST NUMERO, SO THE AUDIT VERIFIER CAN
000970*                       PROVE THE LOG AND ITS ARCHIVES WHOLE.
000980*    2026-10-15  JA    THE PRICE-BOOK MODE CAN NOW ALSO PRODUCE
000990*                       EACH ITEM'S TABLE, TIERS INCLUDED, IN THE
001000*                       CURRENCIES NAMED ON AN OPTIONAL LIST,
001010*                       CONVERTED AT THE RATE IN EFFECT ON THE
001020*                       AS-OF DATE FROM AN EFFECTIVE-DATED
001030*                       EXCHANGE-RATE FILE.  CONVERTED ROWS CARRY
001040*                       THE CURRENCY CODE ON THE AUDIT AND
001050*                       INTERFACE RECORDS (BLANK MEANS THE BASE
001060*                       CURRENCY), AND EACH CONVERTED PAGE PRINTS
001070*                       THE CURRENCY AND THE RATE USED.
001080*    ------------------------------------------------------------
001090*
001100 ENVIRONMENT DIVISION.
001110 CONFIGURATION SECTION.
001120 SOURCE-COMPUTER. GENERIC.
001130 OBJECT-COMPUTER. GENERIC.
001140 INPUT-OUTPUT SECTION.
001150 FILE-CONTROL.
001160     SELECT ENTRADA-NUMEROS ASSIGN TO ENTNUM
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         ACCESS MODE IS SEQUENTIAL
001190         FILE STATUS IS FS-ENTRADA.
001200     SELECT PARM-LIMITE ASSIGN TO PARMLIM
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         ACCESS MODE IS SEQUENTIAL
001230         FILE STATUS IS FS-PARM-LIMITE.
001240     SELECT ARCHIVO-AUDITORIA ASSIGN TO AUDITLOG
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         ACCESS MODE IS SEQUENTIAL
001270         FILE STATUS IS FS-AUDITORIA.
001280     SELECT REPORTE-SALIDA ASSIGN TO REPORTE
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         ACCESS MODE IS SEQUENTIAL
001310         FILE STATUS IS FS-REPORTE.
001320     SELECT INTERFAZ-SALIDA ASSIGN TO INTERFAZ
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         ACCESS MODE IS SEQUENTIAL
001350         FILE STATUS IS FS-INTERFAZ.
001360     SELECT CHECKPOINT-FILE ASSIGN TO CHKPT
001370         ORGANIZATION IS INDEXED
001380         ACCESS MODE IS RANDOM
001390         RECORD KEY IS CK-ID-LOTE
001400         FILE STATUS IS FS-CHECKPOINT.
001410     SELECT ARCHIVO-CONTROL ASSIGN TO DRIVERCF
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         ACCESS MODE IS SEQUENTIAL
001440         FILE STATUS IS FS-CONTROL.
001450     SELECT ENTRADA-LISTA ASSIGN TO DYNAMIC C12-NOMB-ARCH-LISTA
001460         ORGANIZATION IS LINE SEQUENTIAL
001470         ACCESS MODE IS SEQUENTIAL
001480         FILE STATUS IS FS-LISTA.
001490     SELECT ARCHIVO-SUSPENSO ASSIGN TO SUSPENSO
001500         ORGANIZATION IS LINE SEQUENTIAL
001510         ACCESS MODE IS SEQUENTIAL
001520         FILE STATUS IS FS-SUSPENSO.
001530     SELECT ARCHIVO-ESTADO ASSIGN TO ESTADO
001540         ORGANIZATION IS LINE SEQUENTIAL
001550         ACCESS MODE IS SEQUENTIAL
001560         FILE STATUS IS FS-ESTADO.
001570     SELECT INTERFAZ-ANTERIOR ASSIGN TO INTERFANT
001580         ORGANIZATION IS LINE SEQUENTIAL
001590         ACCESS MODE IS SEQUENTIAL
001600         FILE STATUS IS FS-INTERFAZ-ANT.
001610     SELECT LISTA-ARTICULOS ASSIGN TO PRECLIST
001620         ORGANIZATION IS LINE SEQUENTIAL
001630         ACCESS MODE IS SEQUENTIAL
001640         FILE STATUS IS FS-LISTA-ART.
001650     SELECT MAESTRO-ARTICULOS ASSIGN TO ITEMMAST
001660         ORGANIZATION IS INDEXED
001670         ACCESS MODE IS RANDOM
001680         RECORD KEY IS ART-CODIGO
001690         FILE STATUS IS FS-ARTICULOS.
001700     SELECT PARM-FECHA-REF ASSIGN TO FECHAREF
001710         ORGANIZATION IS LINE SEQUENTIAL
001720         ACCESS MODE IS SEQUENTIAL
001730         FILE STATUS IS FS-FECHA-REF.
001740     SELECT ARCHIVO-HISTORIA ASSIGN TO HISTEJEC
001750         ORGANIZATION IS LINE SEQUENTIAL
001760         ACCESS MODE IS SEQUENTIAL
001770         FILE STATUS IS FS-HISTORIA.
001780     SELECT ARCHIVO-CTRL-EJEC ASSIGN TO RUNCTRL
001790         ORGANIZATION IS LINE SEQUENTIAL
001800         ACCESS MODE IS SEQUENTIAL
001810         FILE STATUS IS FS-CTRL-EJEC.
001820     SELECT ARCHIVO-CTRL-AUDITORIA ASSIGN TO AUDCTRL
001830         ORGANIZATION IS LINE SEQUENTIAL
001840         ACCESS MODE IS SEQUENTIAL
001850         FILE STATUS IS FS-CTRL-AUD.
001860     SELECT LISTA-MONEDAS ASSIGN TO MONEDAS
001870         ORGANIZATION IS LINE SEQUENTIAL
001880         ACCESS MODE IS SEQUENTIAL
001890         FILE STATUS IS FS-MONEDAS.
001900     SELECT ARCHIVO-TIPOS-CAMBIO ASSIGN TO TIPOCAMB
001910         ORGANIZATION IS LINE SEQUENTIAL
001920         ACCESS MODE IS SEQUENTIAL
001930         FILE STATUS IS FS-TIPOS-CAMBIO.
001940 
001950 DATA DIVISION.
001960 FILE SECTION.
001970 FD  ENTRADA-NUMEROS
001980     LABEL RECORDS ARE STANDARD.
001990 01  REG-ENTRADA-NUMERO         PIC 99.
002000 
002010 FD  PARM-LIMITE
002020     LABEL RECORDS ARE STANDARD.
002030 01  REG-PARM-LIMITE            PIC 999.
002040 
002050 FD  ARCHIVO-AUDITORIA
002060     LABEL RECORDS ARE STANDARD.
002070 01  REG-AUDITORIA.
002080     05  AUD-FECHA              PIC X(10).
002090     05  FILLER                 PIC X(01) VALUE SPACE.
002100     05  AUD-HORA               PIC X(08).
002110     05  FILLER                 PIC X(01) VALUE SPACE.
002120     05  AUD-VALOR              PIC X(08).
002130     05  FILLER                 PIC X(01) VALUE SPACE.
002140     05  AUD-MULTIPLICADOR      PIC 999.
002150     05  FILLER                 PIC X(01) VALUE SPACE.
002160     05  AUD-VALOR-RESULTADO    PIC X(10).
002170     05  FILLER                 PIC X(01) VALUE SPACE.
002180     05  AUD-SERIE              PIC 9(06).
002190     05  FILLER                 PIC X(01) VALUE SPACE.
002200     05  AUD-MONEDA             PIC X(03).
002210 
002220 FD  REPORTE-SALIDA
002230     LABEL RECORDS ARE STANDARD.
002240 01  REG-REPORTE                PIC X(80).
002250 
002260 FD  INTERFAZ-SALIDA
002270     LABEL RECORDS ARE STANDARD.
002280 01  REG-INTERFAZ.
002290     05  IF-TIPO                PIC X(01).
002300     05  FILLER                 PIC X(01) VALUE SPACE.
002310     05  IF-VALOR               PIC X(08).
002320     05  FILLER                 PIC X(01) VALUE SPACE.
002330     05  IF-MULTIPLICADOR       PIC 999.
002340     05  FILLER                 PIC X(01) VALUE SPACE.
002350     05  IF-VALOR-RESULTADO     PIC X(10).
002360     05  FILLER                 PIC X(01) VALUE SPACE.
002370     05  IF-CODIGO-ARTICULO     PIC X(08).
002380     05  FILLER                 PIC X(01) VALUE SPACE.
002390     05  IF-SERIE               PIC 9(06).
002400     05  FILLER                 PIC X(01) VALUE SPACE.
002410     05  IF-MONEDA              PIC X(03).
002420*
002430*    THE ENVELOPE AROUND THE DETAIL ROWS: A HEADER WRITTEN AT
002440*    OPEN AND A TRAILER AT CLOSE, SO A DOWNSTREAM READER CAN
002450*    PROVE THE FILE ARRIVED WHOLE.
002460*
002470 01  REG-INTERFAZ-CAB.
002480     05  CAB-TIPO               PIC X(01).
002490     05  FILLER                 PIC X(01).
002500     05  CAB-FECHA              PIC X(10).
002510     05  FILLER                 PIC X(01).
002520     05  CAB-HORA               PIC X(08).
002530     05  FILLER                 PIC X(01).
002540     05  CAB-SERIE              PIC 9(06).
002550 01  REG-INTERFAZ-PIE.
002560     05  PIE-TIPO               PIC X(01).
002570     05  FILLER                 PIC X(01).
002580     05  PIE-CONT               PIC 9(07).
002590     05  FILLER                 PIC X(01).
002600     05  PIE-TOTAL-ENT          PIC 9(09).
002610     05  PIE-PUNTO              PIC X(01).
002620     05  PIE-TOTAL-DEC          PIC 9(02).
002630     05  FILLER                 PIC X(01).
002640     05  PIE-SERIE              PIC 9(06).
002650
002660 FD  CHECKPOINT-FILE
002670     LABEL RECORDS ARE STANDARD.
002680 01  REG-CHECKPOINT.
002690     05  CK-ID-LOTE             PIC X(08).
002700     05  CK-ULTIMO-INDICE       PIC 9(05).
002710 
002720 FD  ARCHIVO-CONTROL
002730     LABEL RECORDS ARE STANDARD.
002740 01  REG-CONTROL.
002750     05  CTL-NOMBRE-LISTA       PIC X(08).
002760     05  CTL-LIMITE             PIC 999.
002770 
002780 FD  ENTRADA-LISTA
002790     LABEL RECORDS ARE STANDARD.
002800 01  REG-ENTRADA-LISTA          PIC 99.
002810
002820 FD  ARCHIVO-SUSPENSO
002830     LABEL RECORDS ARE STANDARD.
002840 01  REG-SUSPENSO.
002850     05  SUS-FECHA              PIC X(10).
002860     05  FILLER                 PIC X(01) VALUE SPACE.
002870     05  SUS-MOTIVO             PIC X(05).
002880     05  FILLER                 PIC X(01) VALUE SPACE.
002890     05  SUS-ID-LOTE            PIC X(08).
002900     05  FILLER                 PIC X(01) VALUE SPACE.
002910     05  SUS-CONTENIDO          PIC X(08).
002920     05  FILLER                 PIC X(01) VALUE SPACE.
002930     05  SUS-SERIE              PIC 9(06).
002940
002950 FD  ARCHIVO-ESTADO
002960     LABEL RECORDS ARE STANDARD.
002970 01  REG-ESTADO.
002980     05  EST-FECHA              PIC X(10).
002990     05  FILLER                 PIC X(01) VALUE SPACE.
003000     05  EST-HORA               PIC X(08).
003010     05  FILLER                 PIC X(01) VALUE SPACE.
003020     05  EST-CODIGO             PIC X(04).
003030     05  FILLER                 PIC X(01) VALUE SPACE.
003040     05  EST-LISTAS             PIC 9(05).
003050     05  FILLER                 PIC X(01) VALUE SPACE.
003060     05  EST-NUMEROS            PIC 9(05).
003070     05  FILLER                 PIC X(01) VALUE SPACE.
003080     05  EST-FILAS-AUD          PIC 9(07).
003090     05  FILLER                 PIC X(01) VALUE SPACE.
003100     05  EST-FILAS-REP          PIC 9(07).
003110     05  FILLER                 PIC X(01) VALUE SPACE.
003120     05  EST-FILAS-IF           PIC 9(07).
003130     05  FILLER                 PIC X(01) VALUE SPACE.
003140     05  EST-SUSPENSOS          PIC 9(05).
003150     05  FILLER                 PIC X(01) VALUE SPACE.
003160     05  EST-SERIE              PIC 9(06).
003170
003180 FD  ARCHIVO-HISTORIA
003190     LABEL RECORDS ARE STANDARD.
003200 01  REG-HISTORIA.
003210     05  HIS-FECHA              PIC X(10).
003220     05  FILLER                 PIC X(01) VALUE SPACE.
003230     05  HIS-HORA-INICIO        PIC X(08).
003240     05  FILLER                 PIC X(01) VALUE SPACE.
003250     05  HIS-HORA-FIN           PIC X(08).
003260     05  FILLER                 PIC X(01) VALUE SPACE.
003270     05  HIS-CODIGO             PIC X(04).
003280     05  FILLER                 PIC X(01) VALUE SPACE.
003290     05  HIS-LISTAS             PIC 9(05).
003300     05  FILLER                 PIC X(01) VALUE SPACE.
003310     05  HIS-NUMEROS            PIC 9(05).
003320     05  FILLER                 PIC X(01) VALUE SPACE.
003330     05  HIS-FILAS-AUD          PIC 9(07).
003340     05  FILLER                 PIC X(01) VALUE SPACE.
003350     05  HIS-FILAS-REP          PIC 9(07).
003360     05  FILLER                 PIC X(01) VALUE SPACE.
003370     05  HIS-FILAS-IF           PIC 9(07).
003380     05  FILLER                 PIC X(01) VALUE SPACE.
003390     05  HIS-SUSPENSOS          PIC 9(05).
003400     05  FILLER                 PIC X(01) VALUE SPACE.
003410     05  HIS-SERIE              PIC 9(06).
003420
003430 FD  ARCHIVO-CTRL-EJEC
003440     LABEL RECORDS ARE STANDARD.
003450 01  REG-CTRL-EJEC.
003460     05  CTR-SERIE              PIC 9(06).
003470     05  FILLER                 PIC X(01) VALUE SPACE.
003480     05  CTR-ESTADO             PIC X(01).
003490     05  FILLER                 PIC X(01) VALUE SPACE.
003500     05  CTR-FECHA              PIC X(10).
003510     05  FILLER                 PIC X(01) VALUE SPACE.
003520     05  CTR-HORA               PIC X(08).
003530*
003540*    THE AUDIT CONTROL LEDGER: ONE RECORD PER SERIAL, APPENDED
003550*    AT EVERY ENDING, HOLDING WHAT THE RUN WROTE TO THE AUDIT
003560*    LOG.  THE TOTAL IS SPLIT AROUND A PRINTED POINT THE SAME
003570*    WAY AS THE INTERFACE TRAILER'S CONTROL TOTAL.
003580*
003590 FD  ARCHIVO-CTRL-AUDITORIA
003600     LABEL RECORDS ARE STANDARD.
003610 01  REG-CTRL-AUDITORIA.
003620     05  CA-SERIE               PIC 9(06).
003630     05  FILLER                 PIC X(01) VALUE SPACE.
003640     05  CA-FECHA               PIC X(10).
003650     05  FILLER                 PIC X(01) VALUE SPACE.
003660     05  CA-HORA                PIC X(08).
003670     05  FILLER                 PIC X(01) VALUE SPACE.
003680     05  CA-FILAS               PIC 9(07).
003690     05  FILLER                 PIC X(01) VALUE SPACE.
003700     05  CA-TOTAL-ENT           PIC 9(09).
003710     05  CA-PUNTO               PIC X(01).
003720     05  CA-TOTAL-DEC           PIC 9(02).
003730     05  FILLER                 PIC X(01) VALUE SPACE.
003740     05  CA-PRIMER-VALOR        PIC X(08).
003750     05  FILLER                 PIC X(01) VALUE SPACE.
003760     05  CA-ULTIMO-VALOR        PIC X(08).
003770     05  FILLER                 PIC X(01) VALUE SPACE.
003780     05  CA-CODIGO              PIC X(04).
003790
003800 FD  INTERFAZ-ANTERIOR
003810     LABEL RECORDS ARE STANDARD.
003820 01  REG-INTERFAZ-ANT           PIC X(45).
003830
003840 FD  LISTA-ARTICULOS
003850     LABEL RECORDS ARE STANDARD.
003860 01  REG-LISTA-ARTICULO         PIC X(08).
003870
003880 FD  MAESTRO-ARTICULOS
003890     LABEL RECORDS ARE STANDARD.
003900 01  REG-ARTICULO.
003910     05  ART-CODIGO             PIC X(08).
003920     05  ART-DESCRIPCION        PIC X(30).
003930     05  ART-NUM-PRECIOS        PIC 9(02).
003940     05  ART-PRECIO-VIG OCCURS 12 TIMES.
003950         10  ART-HIST-FECHA     PIC X(10).
003960         10  ART-HIST-PRECIO    PIC 9(03)V99.
003970     05  ART-NUM-TRAMOS         PIC 9(01).
003980     05  ART-TRAMO OCCURS 5 TIMES.
003990         10  ART-TRAMO-DESDE    PIC 9(03).
004000         10  ART-TRAMO-PRECIO   PIC 9(03)V99.
004010
004020 FD  PARM-FECHA-REF
004030     LABEL RECORDS ARE STANDARD.
004040 01  REG-PARM-FECHA-REF         PIC X(10).
004050 FD  LISTA-MONEDAS
004060     LABEL RECORDS ARE STANDARD.
004070 01  REG-LISTA-MONEDA           PIC X(03).
004080*
004090*    ONE EXCHANGE RATE PER RECORD: HOW MANY UNITS OF THE NAMED
004100*    CURRENCY ONE UNIT OF THE BASE CURRENCY BUYS, FROM ITS
004110*    EFFECTIVE DATE ON.  THE RATE IS SPLIT AROUND A PRINTED
004120*    POINT THE SAME WAY AS THE INTERFACE TRAILER'S TOTAL.
004130*
004140 FD  ARCHIVO-TIPOS-CAMBIO
004150     LABEL RECORDS ARE STANDARD.
004160 01  REG-TIPO-CAMBIO.
004170     05  TC-MONEDA              PIC X(03).
004180     05  FILLER                 PIC X(01).
004190     05  TC-TASA.
004200         10  TC-TASA-ENT        PIC 9(04).
004210         10  TC-PUNTO           PIC X(01).
004220         10  TC-TASA-DEC        PIC 9(06).
004230     05  FILLER                 PIC X(01).
004240     05  TC-FECHA               PIC X(10).
004250
004260 WORKING-STORAGE SECTION.
004270*
004280*    SWITCHES AND COUNTERS.
004290*
004300 77  FS-ENTRADA                 PIC X(02) VALUE "00".
004310 77  FS-PARM-LIMITE             PIC X(02) VALUE "00".
004320 77  FS-AUDITORIA               PIC X(02) VALUE "00".
004330 77  FS-REPORTE                 PIC X(02) VALUE "00".
004340 77  FS-INTERFAZ                PIC X(02) VALUE "00".
004350 77  FS-CHECKPOINT              PIC X(02) VALUE "00".
004360 77  FS-CONTROL                 PIC X(02) VALUE "00".
004370 77  FS-LISTA                   PIC X(02) VALUE "00".
004380 77  FS-SUSPENSO                PIC X(02) VALUE "00".
004390 77  FS-LISTA-ART               PIC X(02) VALUE "00".
004400 77  FS-ARTICULOS               PIC X(02) VALUE "00".
004410 77  FS-ESTADO                  PIC X(02) VALUE "00".
004420 77  FS-INTERFAZ-ANT            PIC X(02) VALUE "00".
004430 77  FS-FECHA-REF               PIC X(02) VALUE "00".
004440 77  FS-HISTORIA                PIC X(02) VALUE "00".
004450 77  FS-CTRL-EJEC               PIC X(02) VALUE "00".
004460 77  FS-CTRL-AUD                PIC X(02) VALUE "00".
004470 77  FS-MONEDAS                 PIC X(02) VALUE "00".
004480 77  FS-TIPOS-CAMBIO            PIC X(02) VALUE "00".
004490 77  C12-SERIE                  PIC 9(06) VALUE 0.
004500 77  C12-ESTADO-SERIE           PIC X(01) VALUE "C".
004510 77  C12-FECHA-CORTE            PIC X(10) VALUE SPACES.
004520 77  C12-IND-PRECIO             PIC 9(02) COMP VALUE 0.
004530 77  C12-NOMB-ARCH-LISTA    PIC X(08).
004540 77  C12-ID-LOTE                  PIC X(08) VALUE "SIMPLE  ".
004550 77  C12-LIMITE-MULTIPLICADOR    PIC 999   VALUE 10.
004560 77  C12-LIMITE-MULT-DEFECTO PIC 999 VALUE 10.
004570 77  C12-NUM-PAGINA               PIC 9(03) COMP VALUE 0.
004580 77  C12-INDICE-LOTE              PIC 9(05) COMP VALUE 0.
004590 77  C12-CODIGO-BUSCADO           PIC X(08).
004600 77  C12-CODIGO-ARTICULO          PIC X(08) VALUE SPACES.
004610 77  C12-MOTIVO-SUSPENSO          PIC X(05).
004620 77  C12-CONTENIDO-SUSPENSO       PIC X(08).
004630 77  C12-CONT-SUSPENSOS           PIC 9(05) COMP VALUE 0.
004640 77  C12-MAX-EXCEPCIONES          PIC 9(03) COMP VALUE 100.
004650 77  C12-NUM-EXCEPCIONES          PIC 9(03) COMP VALUE 0.
004660 77  C12-IND-EXCEPCION            PIC 9(03) COMP VALUE 0.
004670 77  C12-CONT-LISTAS              PIC 9(05) COMP VALUE 0.
004680 77  C12-CONT-NUMEROS             PIC 9(05) COMP VALUE 0.
004690 77  C12-CONT-FILAS-AUD           PIC 9(07) COMP VALUE 0.
004700 77  C12-CONT-FILAS-REP           PIC 9(07) COMP VALUE 0.
004710 77  C12-CONT-FILAS-IF            PIC 9(07) COMP VALUE 0.
004720 77  C12-TOTAL-IF                 PIC 9(09)V99 VALUE 0.
004730 77  C12-TOTAL-AUD                PIC 9(09)V99 VALUE 0.
004740 77  C12-AUD-PRIMER-VALOR         PIC X(08) VALUE SPACES.
004750 77  C12-AUD-ULTIMO-VALOR         PIC X(08) VALUE SPACES.
004760 77  C12-NUM-TRAMOS               PIC 9(01) VALUE 0.
004770 77  C12-IND-TRAMO                PIC 9(01) COMP VALUE 0.
004780 77  C12-PRECIO-BASE              PIC 9(03)V99 VALUE 0.
004790 77  C12-MEJOR-DESDE              PIC 999   VALUE 0.
004800 77  C12-MONEDA                   PIC X(03) VALUE SPACES.
004810 77  C12-LOTE-GUARDADO            PIC X(08) VALUE SPACES.
004820 77  C12-TASA-CAMBIO              PIC 9(04)V9(06) VALUE 0.
004830 77  C12-FECHA-TASA               PIC X(10) VALUE SPACES.
004840 77  C12-PRECIO-CONVERTIDO        PIC 9(07)V99 VALUE 0.
004850 77  C12-MAX-MONEDAS              PIC 9(02) COMP VALUE 20.
004860 77  C12-NUM-MONEDAS              PIC 9(02) COMP VALUE 0.
004870 77  C12-IND-MONEDA               PIC 9(02) COMP VALUE 0.
004880 77  C12-CONT-TABLAS-MONEDA       PIC 9(05) COMP VALUE 0.
004890*
004900*    THE COMPLETION CODE THE SCHEDULER ACTS ON.  "ENEJ" IS
004910*    WRITTEN WHEN THE RUN STARTS, SO A RUN KILLED OUTSIDE ITS
004920*    OWN ERROR HANDLING NEVER LEAVES YESTERDAY'S "0000" BEHIND;
004930*    EVERY STOP RUN PATH OVERWRITES IT WITH ITS OWN CODE.
004940*
004950 77  C12-CODIGO-FIN               PIC X(04) VALUE "ENEJ".
004960 77  C12-MAT-MAX-FILAS            PIC 9(03) COMP VALUE 60.
004970 77  C12-NUM-FILAS                PIC 9(03) COMP VALUE 0.
004980 77  C12-MAT-FILA-ACTUAL          PIC 9(03) COMP VALUE 0.
004990 77  C12-MAT-MAX-MULT             PIC 999  VALUE 0.
005000 77  C12-MAT-COL-INICIO           PIC 9(04) COMP VALUE 0.
005010 77  C12-MAT-COL-FIN              PIC 9(04) COMP VALUE 0.
005020 77  C12-MAT-IND-FILA             PIC 9(03) COMP VALUE 0.
005030 77  C12-MAT-IND-COL              PIC 9(04) COMP VALUE 0.
005040 77  C12-MAT-IND-CELDA            PIC 9(02) COMP VALUE 0.
005050 77  C12-MAT-LIN-PAGINA           PIC 9(03) COMP VALUE 0.
005060 77  C12-EDITA-COLUMNA            PIC Z(05)9.
005070 01  SW-MATRIZ-LLENA              PIC X(01) VALUE "N".
005080     88  MATRIZ-LLENA                       VALUE "S".
005090 01  SW-CTRL-AUD-GRABADO          PIC X(01) VALUE "N".
005100     88  CTRL-AUD-GRABADO                   VALUE "S".
005110 01  SW-FIN-MONEDAS               PIC X(01) VALUE "N".
005120     88  FIN-MONEDAS                        VALUE "S".
005130 01  SW-FIN-TIPOS-CAMBIO          PIC X(01) VALUE "N".
005140     88  FIN-TIPOS-CAMBIO                   VALUE "S".
005150 01  SW-MONEDA-HALLADA            PIC X(01) VALUE "N".
005160     88  MONEDA-HALLADA                     VALUE "S".
005170 01  SW-DESBORDE                  PIC X(01) VALUE "N".
005180     88  DESBORDE                           VALUE "S".
005190*
005200*    THE CURRENCIES THIS PRICE-BOOK RUN IS ASKED FOR, EACH WITH
005210*    THE EXCHANGE-RATE ROW IN EFFECT ON THE AS-OF DATE.  ONLY A
005220*    CURRENCY WHOSE RATE PROVES GOOD (C12-MON-ESTADO "S") HAS
005230*    ITS TABLES PRODUCED.
005240*
005250 01  C12-TABLA-MONEDAS.
005260     05  C12-MONEDA-PEDIDA OCCURS 20 TIMES.
005270         10  C12-MON-CODIGO     PIC X(03).
005280         10  C12-MON-FECHA      PIC X(10).
005290         10  C12-MON-TASA-TEXTO.
005300             15  C12-MON-TASA-ENT   PIC 9(04).
005310             15  C12-MON-PUNTO      PIC X(01).
005320             15  C12-MON-TASA-DEC   PIC 9(06).
005330         10  C12-MON-TASA       PIC 9(04)V9(06).
005340         10  C12-MON-ESTADO     PIC X(01).
005350*
005360*    EVERY ROW OF EVERY TABLE IN THE RUN IS ALSO KEPT IN THIS
005370*    MATRIX - ONE LINE PER NUMERO, ONE CELL PER MULTIPLICADOR -
005380*    SO ONE CONSOLIDATED GRID CAN BE PRINTED AT END OF JOB
005390*    INSTEAD OF LEAFING THROUGH THIRTY ONE-TABLE PAGES.  PAST
005400*    SIXTY TABLES THE GRID STOPS GROWING AND SAYS SO.
005410*
005420 01  C12-TABLA-MATRIZ.
005430     05  C12-MAT-FILA OCCURS 60 TIMES.
005440         10  C12-MAT-VALOR      PIC X(08).
005450         10  C12-MAT-CELDA OCCURS 999 TIMES
005460                                PIC X(09).
005470*
005480*    EXCEPTIONS SET ASIDE DURING THE RUN ARE KEPT IN STORAGE AS
005490*    WELL AS ON THE SUSPENSE FILE, SO THE END-OF-JOB EXCEPTION
005500*    REPORT CAN LIST THEM WITHOUT RE-READING THE FILE.  PAST THE
005510*    HUNDREDTH THE REPORT POINTS AT THE SUSPENSE FILE INSTEAD.
005520*
005530 01  C12-TABLA-EXCEPCIONES.
005540     05  C12-EXCEPCION OCCURS 100 TIMES.
005550         10  C12-EXC-MOTIVO     PIC X(05).
005560         10  C12-EXC-LOTE       PIC X(08).
005570         10  C12-EXC-CONTENIDO  PIC X(08).
005580 
005590 01  LIN-ENCABEZADO-1.
005600     05  FILLER                 PIC X(20) VALUE
005610         "TABLA DE MULTIPLICAR".
005620     05  FILLER                 PIC X(10) VALUE SPACES.
005630     05  FILLER                 PIC X(07) VALUE "FECHA: ".
005640     05  LE1-FECHA              PIC X(10).
005650     05  FILLER                 PIC X(08) VALUE "  PAG.: ".
005660     05  LE1-PAGINA             PIC ZZ9.
005670     05  FILLER                 PIC X(22) VALUE SPACES.
005680 01  LIN-ENCABEZADO-2.
005690     05  FILLER                 PIC X(08) VALUE "NUMERO: ".
005700     05  LE2-VALOR              PIC X(08).
005710     05  FILLER                 PIC X(64) VALUE SPACES.
005720 01  LIN-ENCABEZADO-2B.
005730     05  FILLER                 PIC X(10) VALUE "ARTICULO: ".
005740     05  LE2B-CODIGO            PIC X(08).
005750     05  FILLER                 PIC X(62) VALUE SPACES.
005760 01  LIN-ENCABEZADO-2C.
005770     05  FILLER                 PIC X(08) VALUE "MONEDA: ".
005780     05  LE2C-MONEDA            PIC X(03).
005790     05  FILLER                 PIC X(08) VALUE "  TASA: ".
005800     05  LE2C-TASA              PIC ZZZ9.999999.
005810     05  FILLER                 PIC X(17) VALUE
005820         "  VIGENTE DESDE: ".
005830     05  LE2C-FECHA             PIC X(10).
005840     05  FILLER                 PIC X(23) VALUE SPACES.
005850 01  LIN-ENCABEZADO-3.
005860     05  FILLER                 PIC X(10) VALUE "NUMERO".
005870     05  FILLER                 PIC X(05) VALUE SPACES.
005880     05  FILLER                 PIC X(13) VALUE "MULTIPLICADOR".
005890     05  FILLER                 PIC X(05) VALUE SPACES.
005900     05  FILLER                 PIC X(09) VALUE "RESULTADO".
005910     05  FILLER                 PIC X(38) VALUE SPACES.
005920 01  LIN-DETALLE.
005930     05  LD-VALOR               PIC X(08).
005940     05  FILLER                 PIC X(06) VALUE SPACES.
005950     05  FILLER                 PIC X(03) VALUE "x  ".
005960     05  LD-MULTIPLICADOR       PIC ZZ9.
005970     05  FILLER                 PIC X(07) VALUE SPACES.
005980     05  FILLER                 PIC X(03) VALUE "=  ".
005990     05  LD-VALOR-RESULTADO     PIC X(10).
006000     05  FILLER                 PIC X(02) VALUE SPACES.
006010     05  LD-MARCA               PIC X(08).
006020     05  FILLER                 PIC X(30) VALUE SPACES.
006030 01  LIN-EXC-TITULO.
006040     05  FILLER                 PIC X(27) VALUE
006050         "EXCEPCIONES DE LA EJECUCION".
006060     05  FILLER                 PIC X(03) VALUE SPACES.
006070     05  FILLER                 PIC X(07) VALUE "FECHA: ".
006080     05  LEX-FECHA              PIC X(10).
006090     05  FILLER                 PIC X(08) VALUE "  PAG.: ".
006100     05  LEX-PAGINA             PIC ZZ9.
006110     05  FILLER                 PIC X(22) VALUE SPACES.
006120 01  LIN-EXC-COLUMNAS.
006130     05  FILLER                 PIC X(10) VALUE "MOTIVO".
006140     05  FILLER                 PIC X(12) VALUE "LOTE".
006150     05  FILLER                 PIC X(09) VALUE "CONTENIDO".
006160     05  FILLER                 PIC X(49) VALUE SPACES.
006170 01  LIN-EXC-DETALLE.
006180     05  LED-MOTIVO             PIC X(05).
006190     05  FILLER                 PIC X(05) VALUE SPACES.
006200     05  LED-LOTE               PIC X(08).
006210     05  FILLER                 PIC X(04) VALUE SPACES.
006220     05  LED-CONTENIDO          PIC X(08).
006230     05  FILLER                 PIC X(50) VALUE SPACES.
006240 01  LIN-EXC-RESTO.
006250     05  FILLER                 PIC X(45) VALUE
006260         "EL RESTO DE EXCEPCIONES SOLO ESTA EN SUSPENSO".
006270     05  FILLER                 PIC X(35) VALUE SPACES.
006280 01  LIN-EXC-TOTAL.
006290     05  FILLER                 PIC X(22) VALUE
006300         "REGISTROS EN SUSPENSO:".
006310     05  FILLER                 PIC X(02) VALUE SPACES.
006320     05  LET-CONT               PIC Z(04)9.
006330     05  FILLER                 PIC X(51) VALUE SPACES.
006340 01  LIN-RES-TITULO.
006350     05  FILLER                 PIC X(23) VALUE
006360         "RESUMEN DE LA EJECUCION".
006370     05  FILLER                 PIC X(07) VALUE SPACES.
006380     05  FILLER                 PIC X(07) VALUE "FECHA: ".
006390     05  LRT-FECHA              PIC X(10).
006400     05  FILLER                 PIC X(08) VALUE "  PAG.: ".
006410     05  LRT-PAGINA             PIC ZZ9.
006420     05  FILLER                 PIC X(22) VALUE SPACES.
006430 01  LIN-RES-DETALLE.
006440     05  LRD-ETIQUETA           PIC X(30).
006450     05  LRD-VALOR              PIC Z(06)9.
006460     05  FILLER                 PIC X(43) VALUE SPACES.
006470 01  LIN-RES-FIN.
006480     05  FILLER                 PIC X(13) VALUE "TERMINACION: ".
006490     05  LRF-TEXTO              PIC X(20).
006500     05  FILLER                 PIC X(47) VALUE SPACES.
006510 01  LIN-MAT-TITULO.
006520     05  FILLER                 PIC X(20) VALUE
006530         "MATRIZ DE RESULTADOS".
006540     05  FILLER                 PIC X(02) VALUE SPACES.
006550     05  FILLER                 PIC X(07) VALUE "FECHA: ".
006560     05  LMT-FECHA              PIC X(10).
006570     05  FILLER                 PIC X(07) VALUE "  COL. ".
006580     05  LMT-COL-DESDE          PIC ZZ9.
006590     05  FILLER                 PIC X(03) VALUE " A ".
006600     05  LMT-COL-HASTA          PIC ZZ9.
006610     05  FILLER                 PIC X(08) VALUE "  PAG.: ".
006620     05  LMT-PAGINA             PIC ZZ9.
006630     05  FILLER                 PIC X(14) VALUE SPACES.
006640 01  LIN-MAT-RESTO.
006650     05  FILLER                 PIC X(43) VALUE
006660         "LA MATRIZ SOLO GUARDA LAS PRIMERAS 60 FILAS".
006670     05  FILLER                 PIC X(37) VALUE SPACES.
006680 01  C12-MAT-LINEA.
006690     05  C12-MAT-LIN-VALOR      PIC X(08).
006700     05  FILLER                 PIC X(01).
006710     05  C12-MAT-LIN-CELDA OCCURS 7 TIMES.
006720         10  FILLER             PIC X(01).
006730         10  C12-MAT-LIN-TEXTO  PIC X(09).
006740 
006750 01  C12-FECHA-SISTEMA.
006760     05  C12-ANIO                PIC 9(04).
006770     05  C12-MES                 PIC 9(02).
006780     05  C12-DIA                 PIC 9(02).
006790 01  C12-FECHA-EDITADA.
006800     05  FE-ANIO                PIC 9(04).
006810     05  FILLER                 PIC X VALUE "-".
006820     05  FE-MES                 PIC 9(02).
006830     05  FILLER                 PIC X VALUE "-".
006840     05  FE-DIA                 PIC 9(02).
006850 
006860 01  C12-HORA-SISTEMA.
006870     05  C12-HORAS               PIC 9(02).
006880     05  C12-MINUTOS             PIC 9(02).
006890     05  C12-SEGUNDOS            PIC 9(02).
006900     05  FILLER                 PIC 9(04).
006910 01  C12-HORA-EDITADA.
006920     05  HE-HORAS               PIC 9(02).
006930     05  FILLER                 PIC X VALUE ":".
006940     05  HE-MINUTOS             PIC 9(02).
006950     05  FILLER                 PIC X VALUE ":".
006960     05  HE-SEGUNDOS            PIC 9(02).
006970 01  C12-HORA-FIN-EDITADA.
006980     05  HF-HORAS               PIC 9(02).
006990     05  FILLER                 PIC X VALUE ":".
007000     05  HF-MINUTOS             PIC 9(02).
007010     05  FILLER                 PIC X VALUE ":".
007020     05  HF-SEGUNDOS            PIC 9(02).
007030 
007040 01  SW-FIN-ENTRADA              PIC X(01) VALUE "N".
007050     88  FIN-ENTRADA                       VALUE "S".
007060 01  SW-MODO-EJECUCION            PIC X(01) VALUE "I".
007070     88  MODO-INTERACTIVO                   VALUE "I".
007080     88  MODO-LOTE-SIMPLE                    VALUE "B".
007090     88  MODO-LOTE-DRIVER                    VALUE "D".
007100     88  MODO-LOTE-PRECIOS                   VALUE "P".
007110 01  SW-FIN-CONTROL               PIC X(01) VALUE "N".
007120     88  FIN-CONTROL                        VALUE "S".
007130 01  SW-FIN-INTERFAZ-ANT          PIC X(01) VALUE "N".
007140     88  FIN-INTERFAZ-ANT                   VALUE "S".
007150 01  SW-NUMERO-VALIDO             PIC X(01) VALUE "N".
007160     88  NUMERO-ES-VALIDO                   VALUE "S".
007170 01  SW-SALIDA-VALIDA             PIC X(01) VALUE "N".
007180     88  SALIDA-ES-VALIDA                   VALUE "S".
007190 01  SW-TIPO-NUMERO               PIC X(01) VALUE "E".
007200     88  TIPO-ENTERO                        VALUE "E".
007210     88  TIPO-DECIMAL                       VALUE "D".
007220 01  SW-PRECIO-HALLADO            PIC X(01) VALUE "N".
007230     88  PRECIO-HALLADO                     VALUE "S".
007240 01  SW-TRAMO-NUEVO               PIC X(01) VALUE "N".
007250     88  TRAMO-NUEVO                        VALUE "S".
007260*
007270*    THE CURRENT ITEM'S QUANTITY-BREAK TIERS, COPIED FROM THE
007280*    MASTER WHEN THE PRICE-BOOK MODE PICKS THE ITEM UP.  A
007290*    COUNT OF ZERO - EVERY CONSOLE AND INTEGER TABLE - LEAVES
007300*    THE FLAT UNIT PRICE ALONE.
007310*
007320 01  C12-TABLA-TRAMOS.
007330     05  C12-TRAMO OCCURS 5 TIMES.
007340         10  C12-TRAMO-DESDE    PIC 999.
007350         10  C12-TRAMO-PRECIO   PIC 9(03)V99.
007360 
007370 01  NUMERO-ALFA PIC X(02).
007380 01  NUMERO REDEFINES NUMERO-ALFA PIC 99.
007390 01  MULTIPLICADOR  PIC 999.
007400 01  RESULTADO PIC 9(06).
007410 
007420 01  PRECIO-ALFA                  PIC X(06).
007430 01  PRECIO-UNITARIO              PIC 9(03)V99.
007440*
007450*    THE INTEGER PORTION OF PRECIO-ALFA CAN BE 1 TO 3 DIGITS LONG
007460*    DEPENDING ON HOW MANY CHARACTERS THE OPERATOR TYPES BEFORE
007470*    THE DECIMAL POINT, SINCE ACCEPT LEFT-JUSTIFIES AND SPACE-
007480*    FILLS PRECIO-ALFA RATHER THAN ZERO-FILLING IT.  C12-PRECIO-
007490*    TRABAJO LOCATES THE DECIMAL POINT AND RIGHT-JUSTIFIES THE
007500*    INTEGER PORTION INTO A ZERO-FILLED 3-DIGIT FIELD BEFORE THE
007510*    NUMERIC TEST, THE SAME WAY 3150-ACEPTAR-NUMERO RIGHT-
007520*    JUSTIFIES A ONE-DIGIT NUMERO.
007530*
007540 01  C12-PRECIO-TRABAJO.
007550     05  C12-PRECIO-POS-PUNTO     PIC 9     COMP.
007560     05  C12-PRECIO-POS-INICIO    PIC 9     COMP.
007570     05  C12-PRECIO-POS-DECIMAL   PIC 9     COMP.
007580     05  C12-PRECIO-ENTERO-ALFA   PIC X(03).
007590     05  C12-PRECIO-ENTERO-NUM REDEFINES
007600                 C12-PRECIO-ENTERO-ALFA   PIC 999.
007610     05  C12-PRECIO-DECIMAL-ALFA  PIC X(02).
007620     05  C12-PRECIO-DECIMAL-NUM REDEFINES
007630                 C12-PRECIO-DECIMAL-ALFA  PIC 99.
007640 01  RESULTADO-DECIMAL            PIC 9(06)V99.
007650 
007660 01  C12-EDITA-ENTERO             PIC Z9.
007670 01  C12-EDITA-DECIMAL            PIC ZZ9.99.
007680 01  C12-EDITA-RESULTADO-ENT      PIC Z(5)9.
007690 01  C12-EDITA-RESULTADO-DEC      PIC Z(5)9.99.
007700 01  C12-TEXTO-NUMERO             PIC X(08).
007710 01  C12-TEXTO-RESULTADO          PIC X(10).
007720 
007730 01  SALIDA PIC X(10) VALUE SPACES.
007740 01  SALIDA-MAYUS PIC X(10) VALUE SPACES.
007750     88  COMANDO-SALIR              VALUES "SALIR     "
007760                                            "EXIT      "
007770                                            "FIN       ".
007780     88  COMANDO-CONTINUAR          VALUES SPACES
007790                                            "CONTINUAR "
007800                                            "SEGUIR    "
007810                                            "OTRA      ".
007820     88  COMANDO-PRECIO             VALUES "PRECIO    ".
007830 
007840 PROCEDURE DIVISION.
007850 
007860 0000-MAINLINE.
007870     PERFORM 1000-DETERMINAR-MODO THRU 1000-EXIT.
007880     PERFORM 1050-OBTENER-LIMITE THRU 1050-EXIT.
007890     PERFORM 1060-OBTENER-FECHA-HORA THRU 1060-EXIT.
007900     PERFORM 1065-OBTENER-FECHA-CORTE THRU 1065-EXIT.
007910     PERFORM 1040-TOMAR-SERIE THRU 1040-EXIT.
007920     PERFORM 1070-ABRIR-AUDITORIA THRU 1070-EXIT.
007930     PERFORM 1080-ABRIR-REPORTE THRU 1080-EXIT.
007940     PERFORM 1090-ABRIR-INTERFAZ THRU 1090-EXIT.
007950     PERFORM 1095-ABRIR-SUSPENSO THRU 1095-EXIT.
007960     PERFORM 8200-ESCRIBIR-ESTADO THRU 8200-EXIT.
007970     IF MODO-LOTE-DRIVER
007980         PERFORM 5000-PROCESO-LOTE-DRIVER THRU 5000-EXIT
007990     ELSE IF MODO-LOTE-PRECIOS
008000         PERFORM 4500-PROCESO-LOTE-PRECIOS THRU 4500-EXIT
008010     ELSE IF MODO-LOTE-SIMPLE
008020         PERFORM 4000-PROCESO-LOTE-SIMPLE THRU 4000-EXIT
008030     ELSE
008040         PERFORM 2000-PROCESO-INTERACTIVO THRU 2000-EXIT.
008050     PERFORM 8000-REPORTE-EXCEPCIONES THRU 8000-EXIT.
008060     PERFORM 8300-REPORTE-MATRIZ THRU 8300-EXIT.
008070     PERFORM 8100-RESUMEN-FINAL THRU 8100-EXIT.
008080     CLOSE ARCHIVO-AUDITORIA.
008090     CLOSE REPORTE-SALIDA.
008100     PERFORM 1093-ESCRIBIR-PIE THRU 1093-EXIT.
008110     CLOSE INTERFAZ-SALIDA.
008120     CLOSE ARCHIVO-SUSPENSO.
008130     MOVE "0000" TO C12-CODIGO-FIN.
008140     PERFORM 8270-ESCRIBIR-CTRL-AUDITORIA THRU 8270-EXIT.
008150     PERFORM 8200-ESCRIBIR-ESTADO THRU 8200-EXIT.
008160     PERFORM 8250-ESCRIBIR-HISTORIA THRU 8250-EXIT.
008170     PERFORM 8260-CERRAR-SERIE THRU 8260-EXIT.
008180     MOVE 0 TO RETURN-CODE.
008190     STOP RUN.
008200 0000-EXIT.
008210     EXIT.
008220*
008230*    DECIDE HOW THIS RUN GETS ITS NUMERO VALUES.  A DRIVER/CONTROL
008240*    FILE NAMING ONE OR MORE NUMERO LISTS TAKES PRIORITY; FAILING
008250*    THAT, AN ITEM-CODE PRICE LIST; FAILING
008260*    THAT, A SINGLE OVERNIGHT BATCH FILE; FAILING THAT, THE RUN
008270*    PROMPTS THE CONSOLE.
008280*
008290 1000-DETERMINAR-MODO.
008300     OPEN INPUT ARCHIVO-CONTROL.
008310     IF FS-CONTROL = "00"
008320         SET MODO-LOTE-DRIVER TO TRUE
008330     ELSE
008340         OPEN INPUT LISTA-ARTICULOS
008350         IF FS-LISTA-ART = "00"
008360             SET MODO-LOTE-PRECIOS TO TRUE
008370         ELSE
008380             OPEN INPUT ENTRADA-NUMEROS
008390             IF FS-ENTRADA = "00"
008400                 SET MODO-LOTE-SIMPLE TO TRUE
008410             ELSE
008420                 SET MODO-INTERACTIVO TO TRUE.
008430 1000-EXIT.
008440     EXIT.
008450*
008460*    THE MULTIPLIER UPPER BOUND IS A RUN-TIME PARAMETER, NOT A
008470*    LITERAL, SO LARGER TABLES (X20, X50, ...) CAN BE PRODUCED
008480*    WITHOUT CHANGING THE PROGRAM.  IT IS READ FROM A ONE-RECORD
008490*    PARAMETER FILE.  WHEN THE FILE IS ABSENT OR NOT NUMERIC THE
008500*    DEFAULT OF 10 IS KEPT.  C12-LIMITE-MULT-DEFECTO
008510*    REMEMBERS THIS SITE-WIDE VALUE SO DRIVER-MODE LISTS (SEE
008520*    5200-PROCESAR-LISTA) THAT OMIT THEIR OWN CTL-LIMITE FALL
008530*    BACK TO IT INSTEAD OF A BARE LITERAL.
008540 1050-OBTENER-LIMITE.
008550     OPEN INPUT PARM-LIMITE.
008560     IF FS-PARM-LIMITE = "00"
008570         READ PARM-LIMITE
008580             AT END
008590                 CONTINUE
008600             NOT AT END
008610                 IF REG-PARM-LIMITE IS NUMERIC
008620                AND REG-PARM-LIMITE > 0
008630                     MOVE REG-PARM-LIMITE
008640                         TO C12-LIMITE-MULTIPLICADOR
008650                 ELSE
008660                     DISPLAY "LIMITE INVALIDO, SE USA 10"
008670         END-READ
008680         CLOSE PARM-LIMITE.
008690     MOVE C12-LIMITE-MULTIPLICADOR TO C12-LIMITE-MULT-DEFECTO.
008700 1050-EXIT.
008710     EXIT.
008720*
008730*    CAPTURE THE RUN DATE AND TIME ONCE, SO EVERY AUDIT RECORD
008740*    WRITTEN DURING THIS RUN CARRIES A CONSISTENT STAMP.
008750*
008760 1060-OBTENER-FECHA-HORA.
008770     ACCEPT C12-FECHA-SISTEMA FROM DATE YYYYMMDD.
008780     MOVE C12-ANIO TO FE-ANIO.
008790     MOVE C12-MES TO FE-MES.
008800     MOVE C12-DIA TO FE-DIA.
008810     ACCEPT C12-HORA-SISTEMA FROM TIME.
008820     MOVE C12-HORAS TO HE-HORAS.
008830     MOVE C12-MINUTOS TO HE-MINUTOS.
008840     MOVE C12-SEGUNDOS TO HE-SEGUNDOS.
008850 1060-EXIT.
008860     EXIT.
008870*
008880*    THE AS-OF DATE THE PRICE-BOOK MODE PRICES AGAINST.  IT IS
008890*    THE RUN DATE UNLESS AN OPTIONAL ONE-RECORD PARAMETER FILE
008900*    NAMES ANOTHER DAY (AAAA-MM-DD), WHICH IS HOW A PRICE-BOOK
008910*    RERUN FOR LAST WEEK FINDS LAST WEEK'S PRICES.
008920*
008930 1065-OBTENER-FECHA-CORTE.
008940     MOVE C12-FECHA-EDITADA TO C12-FECHA-CORTE.
008950     OPEN INPUT PARM-FECHA-REF.
008960     IF FS-FECHA-REF = "00"
008970         READ PARM-FECHA-REF
008980             AT END
008990                 CONTINUE
009000             NOT AT END
009010                 IF REG-PARM-FECHA-REF NOT = SPACES
009020                     MOVE REG-PARM-FECHA-REF TO C12-FECHA-CORTE
009030                 END-IF
009040         END-READ
009050         CLOSE PARM-FECHA-REF.
009060 1065-EXIT.
009070     EXIT.
009080*
009090*    THE RUN SERIAL AND THE SAME-NIGHT LOCK, FROM A ONE-RECORD
009100*    CONTROL FILE.  A RECORD STILL MARKED OPEN MEANS ANOTHER
009110*    RUN IS (OR DIED) MID-FLIGHT, AND THIS RUN REFUSES TO
009120*    START RATHER THAN INTERLEAVE THE APPEND-MODE AUDIT LOG;
009130*    THE CHECKPOINT UTILITY'S LIBERAR COMMAND CLEARS A LOCK
009140*    LEFT BEHIND BY A KILLED RUN.  OTHERWISE THE SERIAL STEPS
009150*    BY ONE AND THE RECORD IS REWRITTEN MARKED OPEN; EVERY
009160*    RECORD THIS RUN WRITES CARRIES THE SERIAL, AND EVERY
009170*    ENDING REWRITES THE RECORD MARKED CLOSED.
009180*
009190 1040-TOMAR-SERIE.
009200     MOVE 0 TO C12-SERIE.
009210     OPEN INPUT ARCHIVO-CTRL-EJEC.
009220     IF FS-CTRL-EJEC = "00"
009230         READ ARCHIVO-CTRL-EJEC
009240             AT END
009250                 CONTINUE
009260             NOT AT END
009270                 IF CTR-ESTADO = "A"
009280                     DISPLAY "HAY OTRA EJECUCION ABIERTA, SERIE "
009290                         CTR-SERIE " DE " CTR-FECHA " " CTR-HORA
009300                     DISPLAY "EJECUCION RECHAZADA. SI LA OTRA "
009310                         "MURIO, LIBERE LA SERIE CON UTILCHK."
009320                     CLOSE ARCHIVO-CTRL-EJEC
009330                     MOVE 12 TO RETURN-CODE
009340                     STOP RUN
009350                 END-IF
009360                 IF CTR-SERIE IS NUMERIC
009370                     MOVE CTR-SERIE TO C12-SERIE
009380                 END-IF
009390         END-READ
009400         CLOSE ARCHIVO-CTRL-EJEC.
009410     ADD 1 TO C12-SERIE.
009420     MOVE "A" TO C12-ESTADO-SERIE.
009430     PERFORM 1045-GRABAR-CTRL-EJEC THRU 1045-EXIT.
009440 1040-EXIT.
009450     EXIT.
009460*
009470*    THE CONTROL RECORD IS REWRITTEN WHOLE EACH TIME: SERIAL,
009480*    OPEN/CLOSED MARK, AND THE STAMP OF THE RUN THAT WROTE IT.
009490*    A CONTROL FILE THAT CANNOT BE WRITTEN STOPS THE RUN: A
009500*    LOCK NOBODY CAN SEE PROTECTS NOBODY.
009510*
009520 1045-GRABAR-CTRL-EJEC.
009530     OPEN OUTPUT ARCHIVO-CTRL-EJEC.
009540     IF FS-CTRL-EJEC NOT = "00"
009550         DISPLAY "NO SE PUEDE GRABAR EL CONTROL DE EJECUCION, "
009560             "ESTADO " FS-CTRL-EJEC
009570         MOVE 12 TO RETURN-CODE
009580         STOP RUN.
009590     MOVE SPACES TO REG-CTRL-EJEC.
009600     MOVE C12-SERIE TO CTR-SERIE.
009610     MOVE C12-ESTADO-SERIE TO CTR-ESTADO.
009620     MOVE C12-FECHA-EDITADA TO CTR-FECHA.
009630     MOVE C12-HORA-EDITADA TO CTR-HORA.
009640     WRITE REG-CTRL-EJEC.
009650     IF FS-CTRL-EJEC NOT = "00"
009660         DISPLAY "NO SE PUEDE GRABAR EL CONTROL DE EJECUCION, "
009670             "ESTADO " FS-CTRL-EJEC
009680         CLOSE ARCHIVO-CTRL-EJEC
009690         MOVE 12 TO RETURN-CODE
009700         STOP RUN.
009710     CLOSE ARCHIVO-CTRL-EJEC.
009720 1045-EXIT.
009730     EXIT.
009740*
009750*    OPEN THE AUDIT LOG FOR APPEND SO EACH OVERNIGHT RUN ADDS TO
009760*    THE SAME TRAIL INSTEAD OF OVERWRITING WHAT RAN EARLIER.
009770*    CREATE IT THE FIRST TIME IT IS USED.
009780*
009790 1070-ABRIR-AUDITORIA.
009800     OPEN EXTEND ARCHIVO-AUDITORIA.
009810     IF FS-AUDITORIA NOT = "00"
009820         OPEN OUTPUT ARCHIVO-AUDITORIA.
009830     PERFORM 6000-VERIFICAR-AUDITORIA THRU 6000-EXIT.
009840 1070-EXIT.
009850     EXIT.
009860*
009870*    THE PRINTED REPORT IS REBUILT FRESH EACH RUN, READY TO BE
009880*    ROUTED TO THE PRINTER FOR THE DESK BINDER.
009890*
009900 1080-ABRIR-REPORTE.
009910     OPEN OUTPUT REPORTE-SALIDA.
009920     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
009930 1080-EXIT.
009940     EXIT.
009950*
009960*    THE DOWNSTREAM INTERFACE FILE IS ALSO REBUILT FRESH EACH RUN,
009970*    ONE FIXED-LAYOUT RECORD PER CALCULOS ROW, SO ANOTHER JOB CAN
009980*    READ THIS RUN'S TABLES WITHOUT RETYPING THEM.  THE PRIOR
009990*    RUN'S FILE IS FIRST COPIED ASIDE AS A GENERATION SO THE
010000*    COMPARISON STEP CAN REPORT WHAT CHANGED SINCE LAST RUN.
010010*
010020 1090-ABRIR-INTERFAZ.
010030     PERFORM 1085-GUARDAR-GENERACION THRU 1085-EXIT.
010040     OPEN OUTPUT INTERFAZ-SALIDA.
010050     PERFORM 6020-VERIFICAR-INTERFAZ THRU 6020-EXIT.
010060     PERFORM 1092-ESCRIBIR-CABECERA THRU 1092-EXIT.
010070 1090-EXIT.
010080     EXIT.
010090*
010100*    THE FILE'S ENVELOPE.  THE HEADER GOES OUT AS SOON AS THE
010110*    FILE OPENS, STAMPED WITH THE RUN'S DATE, TIME AND SERIAL;
010120*    THE TRAILER GOES OUT JUST BEFORE THE CLOSE WITH THE
010130*    DETAIL ROW COUNT AND THE CONTROL TOTAL OF THE RESULTADO
010140*    AMOUNTS, SO A READER WHO GETS A TRUNCATED FILE CAN TELL.
010150*
010160 1092-ESCRIBIR-CABECERA.
010170     MOVE SPACES TO REG-INTERFAZ-CAB.
010180     MOVE "H" TO CAB-TIPO.
010190     MOVE C12-FECHA-EDITADA TO CAB-FECHA.
010200     MOVE C12-HORA-EDITADA TO CAB-HORA.
010210     MOVE C12-SERIE TO CAB-SERIE.
010220     WRITE REG-INTERFAZ-CAB.
010230     PERFORM 6020-VERIFICAR-INTERFAZ THRU 6020-EXIT.
010240 1092-EXIT.
010250     EXIT.
010260
010270 1093-ESCRIBIR-PIE.
010280     MOVE SPACES TO REG-INTERFAZ-PIE.
010290     MOVE "T" TO PIE-TIPO.
010300     MOVE C12-CONT-FILAS-IF TO PIE-CONT.
010310     MOVE C12-TOTAL-IF TO PIE-TOTAL-ENT.
010320     MOVE "." TO PIE-PUNTO.
010330     COMPUTE PIE-TOTAL-DEC =
010340         (C12-TOTAL-IF - PIE-TOTAL-ENT) * 100.
010350     MOVE C12-SERIE TO PIE-SERIE.
010360     WRITE REG-INTERFAZ-PIE.
010370     PERFORM 6020-VERIFICAR-INTERFAZ THRU 6020-EXIT.
010380 1093-EXIT.
010390     EXIT.
010400*
010410*    KEEP THE PRIOR RUN'S INTERFACE FILE.  A MISSING FILE JUST
010420*    MEANS THE FIRST RUN EVER, SO THERE IS NOTHING TO KEEP AND
010430*    NOTHING TO COMPARE AGAINST.
010440*
010450 1085-GUARDAR-GENERACION.
010460     OPEN INPUT INTERFAZ-SALIDA.
010470     IF FS-INTERFAZ NOT = "00"
010480         MOVE "00" TO FS-INTERFAZ
010490         GO TO 1085-EXIT.
010500     OPEN OUTPUT INTERFAZ-ANTERIOR.
010510     PERFORM 6070-VERIFICAR-ANTERIOR THRU 6070-EXIT.
010520     PERFORM 1086-COPIAR-GENERACION THRU 1086-EXIT
010530         UNTIL FIN-INTERFAZ-ANT.
010540     CLOSE INTERFAZ-SALIDA.
010550     CLOSE INTERFAZ-ANTERIOR.
010560 1085-EXIT.
010570     EXIT.
010580
010590 1086-COPIAR-GENERACION.
010600     READ INTERFAZ-SALIDA
010610         AT END
010620             SET FIN-INTERFAZ-ANT TO TRUE
010630         NOT AT END
010640             MOVE REG-INTERFAZ TO REG-INTERFAZ-ANT
010650             WRITE REG-INTERFAZ-ANT
010660             PERFORM 6070-VERIFICAR-ANTERIOR THRU 6070-EXIT
010670     END-READ.
010680 1086-EXIT.
010690     EXIT.
010700*
010710*    RECORDS SET ASIDE DURING THE RUN GO HERE WITH A REASON
010720*    CODE, REBUILT FRESH EACH RUN SO ONE NIGHT'S EXCEPTIONS ARE
010730*    NEVER MIXED WITH THE LAST NIGHT'S.
010740*
010750 1095-ABRIR-SUSPENSO.
010760     OPEN OUTPUT ARCHIVO-SUSPENSO.
010770     PERFORM 6030-VERIFICAR-SUSPENSO THRU 6030-EXIT.
010780 1095-EXIT.
010790     EXIT.
010800 
010810 2000-PROCESO-INTERACTIVO.
010820     PERFORM 2100-INICIO THRU 2100-EXIT
010830         UNTIL COMANDO-SALIR.
010840 2000-EXIT.
010850     EXIT.
010860 
010870 2100-INICIO.
010880     DISPLAY "Para otra tabla pulse INTRO o teclee 'continuar'.".
010890     DISPLAY "Para una tabla de precio unitario teclee 'precio'.".
010900     DISPLAY "Para salir teclee 'salir', 'exit' o 'fin'.".
010910     MOVE "N" TO SW-SALIDA-VALIDA.
010920     PERFORM 2150-ACEPTAR-SALIDA THRU 2150-EXIT
010930         UNTIL SALIDA-ES-VALIDA.
010940     IF COMANDO-CONTINUAR
010950         SET TIPO-ENTERO TO TRUE
010960         PERFORM 3000-REINICIA-PROGRAMA THRU 3000-EXIT
010970         PERFORM 3100-INTRODUCE-NUMERO THRU 3100-EXIT
010980         PERFORM 3200-MOSTRAR-TABLA THRU 3200-EXIT
010990     ELSE IF COMANDO-PRECIO
011000         SET TIPO-DECIMAL TO TRUE
011010         PERFORM 3000-REINICIA-PROGRAMA THRU 3000-EXIT
011020         PERFORM 3120-INTRODUCE-PRECIO THRU 3120-EXIT
011030         PERFORM 3200-MOSTRAR-TABLA THRU 3200-EXIT.
011040 2100-EXIT.
011050     EXIT.
011060*
011070*    A CASE-INSENSITIVE EXIT MENU.  ONLY A RECOGNIZED "QUIT",
011080*    "CONTINUE", OR "PRECIO" COMMAND IS ACCEPTED; ANYTHING ELSE
011090*    RE-PROMPTS INSTEAD OF BEING TAKEN AS ONE BY ACCIDENT.
011100*
011110 2150-ACEPTAR-SALIDA.
011120     ACCEPT SALIDA.
011130     MOVE FUNCTION UPPER-CASE(SALIDA) TO SALIDA-MAYUS.
011140     IF COMANDO-SALIR OR COMANDO-CONTINUAR OR COMANDO-PRECIO
011150         SET SALIDA-ES-VALIDA TO TRUE
011160     ELSE
011170         DISPLAY "OPCION NO RECONOCIDA. VUELVA A TECLEARLA.".
011180 2150-EXIT.
011190     EXIT.
011200 
011210 3000-REINICIA-PROGRAMA.
011220     MOVE 0 TO MULTIPLICADOR.
011230     MOVE SPACES TO C12-CODIGO-ARTICULO.
011240     MOVE 0 TO C12-NUM-TRAMOS.
011250     MOVE SPACES TO C12-MONEDA.
011260 3000-EXIT.
011270     EXIT.
011280 
011290 3100-INTRODUCE-NUMERO.
011300     MOVE "N" TO SW-NUMERO-VALIDO.
011310     PERFORM 3150-ACEPTAR-NUMERO THRU 3150-EXIT
011320         UNTIL NUMERO-ES-VALIDO.
011330 3100-EXIT.
011340     EXIT.
011350*
011360*    REJECT NON-NUMERIC KEYSTROKES BEFORE NUMERO EVER REACHES
011370*    CALCULOS.  A ONE-DIGIT ENTRY IS RIGHT-JUSTIFIED WITH A
011380*    LEADING ZERO FIRST, SO '5' STILL MEANS 05, AS IT DID WHEN
011390*    NUMERO WAS ACCEPTED DIRECTLY AS A PIC 99 FIELD.
011400*
011410 3150-ACEPTAR-NUMERO.
011420     DISPLAY "INTRODUCE UN NUMERO.".
011430     ACCEPT NUMERO-ALFA.
011440     IF NUMERO-ALFA(1:1) NOT = SPACE
011450        AND NUMERO-ALFA(2:1) = SPACE
011460         MOVE NUMERO-ALFA(1:1) TO NUMERO-ALFA(2:1)
011470         MOVE "0" TO NUMERO-ALFA(1:1)
011480     END-IF.
011490     IF NUMERO-ALFA IS NUMERIC
011500         SET NUMERO-ES-VALIDO TO TRUE
011510     ELSE
011520         DISPLAY "NUMERO NO VALIDO. INTRODUCE DOS DIGITOS.".
011530 3150-EXIT.
011540     EXIT.
011550 
011560 3120-INTRODUCE-PRECIO.
011570     MOVE "N" TO SW-NUMERO-VALIDO.
011580     PERFORM 3160-ACEPTAR-PRECIO THRU 3160-EXIT
011590         UNTIL NUMERO-ES-VALIDO.
011600 3120-EXIT.
011610     EXIT.
011620*
011630*    VALIDATE THE PRICE AS A DECIMAL POINT WITH ONE TO THREE
011640*    INTEGER DIGITS AND EXACTLY TWO DECIMAL DIGITS.  THE INTEGER
011650*    DIGITS ARE RIGHT-JUSTIFIED INTO C12-PRECIO-ENTERO-ALFA
011660*    BEFORE THE NUMERIC TEST SO "12.50" VALIDATES THE SAME AS
011670*    "012.50" BEFORE TRUSTING IT TO CALCULOS.
011680*
011690 3160-ACEPTAR-PRECIO.
011700     DISPLAY "INTRODUCE EL PRECIO UNITARIO (NNN.NN).".
011710     ACCEPT PRECIO-ALFA.
011720     MOVE 0 TO C12-PRECIO-POS-PUNTO.
011730     INSPECT PRECIO-ALFA TALLYING C12-PRECIO-POS-PUNTO
011740         FOR CHARACTERS BEFORE INITIAL ".".
011750     MOVE "000" TO C12-PRECIO-ENTERO-ALFA.
011760     MOVE SPACES TO C12-PRECIO-DECIMAL-ALFA.
011770     IF C12-PRECIO-POS-PUNTO > 0 AND C12-PRECIO-POS-PUNTO < 4
011780         COMPUTE C12-PRECIO-POS-INICIO =
011790             4 - C12-PRECIO-POS-PUNTO
011800         COMPUTE C12-PRECIO-POS-DECIMAL =
011810             C12-PRECIO-POS-PUNTO + 2
011820         MOVE PRECIO-ALFA(1:C12-PRECIO-POS-PUNTO)
011830             TO C12-PRECIO-ENTERO-ALFA(C12-PRECIO-POS-INICIO:
011840                 C12-PRECIO-POS-PUNTO)
011850         MOVE PRECIO-ALFA(C12-PRECIO-POS-DECIMAL:2)
011860             TO C12-PRECIO-DECIMAL-ALFA
011870     END-IF.
011880     IF C12-PRECIO-ENTERO-NUM IS NUMERIC
011890        AND C12-PRECIO-DECIMAL-NUM IS NUMERIC
011900         COMPUTE PRECIO-UNITARIO =
011910             C12-PRECIO-ENTERO-NUM +
011920             (C12-PRECIO-DECIMAL-NUM / 100)
011930         SET NUMERO-ES-VALIDO TO TRUE
011940     ELSE
011950         DISPLAY "PRECIO NO VALIDO. USE EL FORMATO NNN.NN.".
011960 3160-EXIT.
011970     EXIT.
011980 
011990 3200-MOSTRAR-TABLA.
012000     IF C12-MONEDA = SPACES
012010         ADD 1 TO C12-CONT-NUMEROS.
012020     IF TIPO-DECIMAL
012030         MOVE PRECIO-UNITARIO TO C12-EDITA-DECIMAL
012040         DISPLAY "LA TABLA DEL PRECIO " C12-EDITA-DECIMAL ":"
012050         MOVE C12-EDITA-DECIMAL TO C12-TEXTO-NUMERO
012060     ELSE
012070         DISPLAY "LA TABLA DEL " NUMERO ":"
012080         MOVE NUMERO TO C12-EDITA-ENTERO
012090         MOVE C12-EDITA-ENTERO TO C12-TEXTO-NUMERO.
012100     IF C12-MONEDA = SPACES
012110         PERFORM 3250-REGISTRAR-FILA-MATRIZ THRU 3250-EXIT
012120     ELSE
012130         MOVE 0 TO C12-MAT-FILA-ACTUAL.
012140     PERFORM 3600-ENCABEZADO-REPORTE THRU 3600-EXIT.
012150     PERFORM 3300-CALCULOS THRU 3300-EXIT
012160         UNTIL MULTIPLICADOR NOT < C12-LIMITE-MULTIPLICADOR.
012170 3200-EXIT.
012180     EXIT.
012190*
012200*    CLAIM THIS TABLE'S LINE IN THE CONSOLIDATED MATRIX.  PAST
012210*    THE LAST FREE LINE THE TABLE STILL PRINTS AND FEEDS THE
012220*    AUDIT AND INTERFACE FILES; ONLY THE MATRIX GOES WITHOUT IT.
012230*    A TABLE CONVERTED TO ANOTHER CURRENCY NEVER TAKES A LINE:
012240*    THE MATRIX LABELS A LINE BY PRICE ALONE, AND IT WOULD READ
012250*    AS A BASE-CURRENCY TABLE.  NOR IS IT COUNTED AS A NUMERO;
012260*    C12-CONT-TABLAS-MONEDA COUNTS IT.
012270*
012280 3250-REGISTRAR-FILA-MATRIZ.
012290     IF C12-NUM-FILAS < C12-MAT-MAX-FILAS
012300         ADD 1 TO C12-NUM-FILAS
012310         MOVE C12-NUM-FILAS TO C12-MAT-FILA-ACTUAL
012320         MOVE SPACES TO C12-MAT-FILA (C12-NUM-FILAS)
012330         MOVE C12-TEXTO-NUMERO TO C12-MAT-VALOR (C12-NUM-FILAS)
012340         IF C12-LIMITE-MULTIPLICADOR > C12-MAT-MAX-MULT
012350             MOVE C12-LIMITE-MULTIPLICADOR TO C12-MAT-MAX-MULT
012360         END-IF
012370     ELSE
012380         MOVE 0 TO C12-MAT-FILA-ACTUAL
012390         SET MATRIZ-LLENA TO TRUE.
012400 3250-EXIT.
012410     EXIT.
012420*
012430*    INTEGER TABLES COMPUTE AGAINST NUMERO; DECIMAL UNIT-PRICE
012440*    TABLES COMPUTE AGAINST PRECIO-UNITARIO.  EITHER WAY THE ROW
012450*    IS EDITED TO A COMMON TEXT FORM FOR THE AUDIT LOG AND REPORT.
012460*
012470 3300-CALCULOS.
012480     ADD 1 TO MULTIPLICADOR.
012490     MOVE "N" TO SW-TRAMO-NUEVO.
012500     IF TIPO-DECIMAL
012510         PERFORM 3310-APLICAR-TRAMO THRU 3310-EXIT
012520         COMPUTE RESULTADO-DECIMAL =
012530             PRECIO-UNITARIO * MULTIPLICADOR
012540         MOVE PRECIO-UNITARIO TO C12-EDITA-DECIMAL
012550         MOVE RESULTADO-DECIMAL TO C12-EDITA-RESULTADO-DEC
012560         DISPLAY C12-EDITA-DECIMAL " * " MULTIPLICADOR " = "
012570             C12-EDITA-RESULTADO-DEC
012580         MOVE C12-EDITA-RESULTADO-DEC TO C12-TEXTO-RESULTADO
012590         ADD RESULTADO-DECIMAL TO C12-TOTAL-IF
012600     ELSE
012610         COMPUTE RESULTADO = NUMERO * MULTIPLICADOR
012620         DISPLAY NUMERO " * " MULTIPLICADOR " = " RESULTADO
012630         MOVE RESULTADO TO C12-EDITA-RESULTADO-ENT
012640         MOVE C12-EDITA-RESULTADO-ENT TO C12-TEXTO-RESULTADO
012650         ADD RESULTADO TO C12-TOTAL-IF
012660     END-IF.
012670     IF C12-MAT-FILA-ACTUAL > 0
012680         MOVE C12-TEXTO-RESULTADO TO
012690             C12-MAT-CELDA (C12-MAT-FILA-ACTUAL, MULTIPLICADOR).
012700     PERFORM 3350-ESCRIBIR-AUDITORIA THRU 3350-EXIT.
012710     PERFORM 3400-ESCRIBIR-DETALLE-REPORTE THRU 3400-EXIT.
012720     PERFORM 3450-ESCRIBIR-INTERFAZ THRU 3450-EXIT.
012730 3300-EXIT.
012740     EXIT.
012750*
012760*    THE TIER IN FORCE AT THIS QUANTITY: OF THE TIERS WHOSE
012770*    FROM-QUANTITY THE MULTIPLICADOR HAS REACHED, THE HIGHEST
012780*    ONE WINS; BELOW EVERY TIER THE BASE PRICE APPLIES.  A ROW
012790*    SITTING EXACTLY ON A FROM-QUANTITY IS FLAGGED SO THE
012800*    PRINTED TABLE CAN MARK WHERE THE BREAK TAKES EFFECT.
012810*    CONSOLE PRICE TABLES CARRY NO TIERS AND PASS THROUGH
012820*    UNTOUCHED.
012830*
012840 3310-APLICAR-TRAMO.
012850     IF C12-NUM-TRAMOS = 0
012860         GO TO 3310-EXIT.
012870     MOVE C12-PRECIO-BASE TO PRECIO-UNITARIO.
012880     MOVE 0 TO C12-MEJOR-DESDE.
012890     MOVE 0 TO C12-IND-TRAMO.
012900     PERFORM 3320-PROBAR-TRAMO THRU 3320-EXIT
012910         UNTIL C12-IND-TRAMO NOT < C12-NUM-TRAMOS.
012920     IF C12-MEJOR-DESDE > 0
012930        AND C12-MEJOR-DESDE = MULTIPLICADOR
012940         SET TRAMO-NUEVO TO TRUE.
012950 3310-EXIT.
012960     EXIT.
012970
012980 3320-PROBAR-TRAMO.
012990     ADD 1 TO C12-IND-TRAMO.
013000     IF C12-TRAMO-DESDE (C12-IND-TRAMO) NOT > MULTIPLICADOR
013010        AND C12-TRAMO-DESDE (C12-IND-TRAMO) > C12-MEJOR-DESDE
013020         MOVE C12-TRAMO-DESDE (C12-IND-TRAMO)
013030             TO C12-MEJOR-DESDE
013040         MOVE C12-TRAMO-PRECIO (C12-IND-TRAMO)
013050             TO PRECIO-UNITARIO.
013060 3320-EXIT.
013070     EXIT.
013080*
013090*    RECORD THIS ROW ON THE AUDIT TRAIL: WHICH NUMERO THE RUN
013100*    WAS FOR, THE MULTIPLICADOR AND RESULTADO, AND THE RUN'S
013110*    DATE AND TIME.  THE ROW IS ALSO ADDED INTO THE RUN'S AUDIT
013120*    CONTROL TOTALS, AND THE FIRST AND LAST NUMERO ARE KEPT.
013130*
013140 3350-ESCRIBIR-AUDITORIA.
013150     MOVE SPACES TO REG-AUDITORIA.
013160     MOVE C12-FECHA-EDITADA TO AUD-FECHA.
013170     MOVE C12-HORA-EDITADA TO AUD-HORA.
013180     MOVE C12-TEXTO-NUMERO TO AUD-VALOR.
013190     MOVE MULTIPLICADOR TO AUD-MULTIPLICADOR.
013200     MOVE C12-TEXTO-RESULTADO TO AUD-VALOR-RESULTADO.
013210     MOVE C12-SERIE TO AUD-SERIE.
013220     MOVE C12-MONEDA TO AUD-MONEDA.
013230     WRITE REG-AUDITORIA.
013240     PERFORM 6000-VERIFICAR-AUDITORIA THRU 6000-EXIT.
013250     IF C12-CONT-FILAS-AUD = 0
013260         MOVE C12-TEXTO-NUMERO TO C12-AUD-PRIMER-VALOR.
013270     MOVE C12-TEXTO-NUMERO TO C12-AUD-ULTIMO-VALOR.
013280     IF TIPO-DECIMAL
013290         ADD RESULTADO-DECIMAL TO C12-TOTAL-AUD
013300     ELSE
013310         ADD RESULTADO TO C12-TOTAL-AUD.
013320     ADD 1 TO C12-CONT-FILAS-AUD.
013330 3350-EXIT.
013340     EXIT.
013350*
013360*    ONE INTERFACE RECORD PER CALCULOS ROW FOR DOWNSTREAM JOBS.
013370*    IF-TIPO TELLS THE READER WHETHER IF-VALOR IS A PLAIN NUMERO
013380*    (TIPO "E") OR AN EDITED NNN.NN UNIT PRICE (TIPO "D").
013390*
013400 3450-ESCRIBIR-INTERFAZ.
013410     MOVE SPACES TO REG-INTERFAZ.
013420     MOVE SW-TIPO-NUMERO TO IF-TIPO.
013430     MOVE C12-TEXTO-NUMERO TO IF-VALOR.
013440     MOVE MULTIPLICADOR TO IF-MULTIPLICADOR.
013450     MOVE C12-TEXTO-RESULTADO TO IF-VALOR-RESULTADO.
013460     MOVE C12-CODIGO-ARTICULO TO IF-CODIGO-ARTICULO.
013470     MOVE C12-SERIE TO IF-SERIE.
013480     MOVE C12-MONEDA TO IF-MONEDA.
013490     WRITE REG-INTERFAZ.
013500     PERFORM 6020-VERIFICAR-INTERFAZ THRU 6020-EXIT.
013510     ADD 1 TO C12-CONT-FILAS-IF.
013520 3450-EXIT.
013530     EXIT.
013540*
013550*    ONE TABLE PER PRINTED PAGE: PAGE NUMBER, RUN DATE, THE
013560*    NUMERO FOR THIS TABLE, AND A COLUMN HEADING.  A CONVERTED
013570*    PRICE-BOOK TABLE ALSO PRINTS ITS CURRENCY AND THE RATE
013580*    USED, SO THE CUSTOMER COPY CAN BE CHECKED.  EACH TABLE
013590*    STARTS ON A FRESH PAGE SO THE BINDER NEVER SHOWS ONE
013600*    TABLE'S HEADER RUNNING INTO THE PRIOR TABLE'S LAST LINE.
013610*
013620 3600-ENCABEZADO-REPORTE.
013630     ADD 1 TO C12-NUM-PAGINA.
013640     MOVE C12-FECHA-EDITADA TO LE1-FECHA.
013650     MOVE C12-NUM-PAGINA TO LE1-PAGINA.
013660     MOVE LIN-ENCABEZADO-1 TO REG-REPORTE.
013670     WRITE REG-REPORTE AFTER ADVANCING PAGE.
013680     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
013690     MOVE C12-TEXTO-NUMERO TO LE2-VALOR.
013700     MOVE LIN-ENCABEZADO-2 TO REG-REPORTE.
013710     WRITE REG-REPORTE.
013720     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
013730     IF C12-CODIGO-ARTICULO NOT = SPACES
013740         MOVE C12-CODIGO-ARTICULO TO LE2B-CODIGO
013750         MOVE LIN-ENCABEZADO-2B TO REG-REPORTE
013760         WRITE REG-REPORTE
013770         PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
013780     IF C12-MONEDA NOT = SPACES
013790         MOVE C12-MONEDA TO LE2C-MONEDA
013800         MOVE C12-TASA-CAMBIO TO LE2C-TASA
013810         MOVE C12-FECHA-TASA TO LE2C-FECHA
013820         MOVE LIN-ENCABEZADO-2C TO REG-REPORTE
013830         WRITE REG-REPORTE
013840         PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
013850     MOVE SPACES TO REG-REPORTE.
013860     WRITE REG-REPORTE.
013870     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
013880     MOVE LIN-ENCABEZADO-3 TO REG-REPORTE.
013890     WRITE REG-REPORTE.
013900     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
013910 3600-EXIT.
013920     EXIT.
013930*
013940*    ONE DETAIL LINE PER CALCULOS ROW, IN THE SAME COLUMN
013950*    POSITIONS AS THE COLUMN HEADING ABOVE.
013960*
013970 3400-ESCRIBIR-DETALLE-REPORTE.
013980     MOVE C12-TEXTO-NUMERO TO LD-VALOR.
013990     MOVE MULTIPLICADOR TO LD-MULTIPLICADOR.
014000     MOVE C12-TEXTO-RESULTADO TO LD-VALOR-RESULTADO.
014010     IF TRAMO-NUEVO
014020         MOVE "<< TRAMO" TO LD-MARCA
014030     ELSE
014040         MOVE SPACES TO LD-MARCA.
014050     MOVE LIN-DETALLE TO REG-REPORTE.
014060     WRITE REG-REPORTE.
014070     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
014080     ADD 1 TO C12-CONT-FILAS-REP.
014090 3400-EXIT.
014100     EXIT.
014110*
014120*    OVERNIGHT BATCH MODE.  READS ONE NUMERO PER RECORD FROM
014130*    ENTRADA-NUMEROS AND RUNS THE FULL TABLE FOR EACH ONE WITH
014140*    NO OPERATOR AT THE CONSOLE.
014150*
014160 4000-PROCESO-LOTE-SIMPLE.
014170     MOVE "SIMPLE  " TO C12-ID-LOTE.
014180     ADD 1 TO C12-CONT-LISTAS.
014190     PERFORM 4050-ABRIR-CHECKPOINT THRU 4050-EXIT.
014200     PERFORM 4060-SALTAR-PROCESADOS THRU 4060-EXIT
014210         UNTIL FIN-ENTRADA
014220            OR C12-INDICE-LOTE NOT < CK-ULTIMO-INDICE.
014230     PERFORM 4100-LEER-Y-PROCESAR THRU 4100-EXIT
014240         UNTIL FIN-ENTRADA.
014250     PERFORM 4070-CERRAR-CHECKPOINT THRU 4070-EXIT.
014260     CLOSE ENTRADA-NUMEROS.
014270     CLOSE CHECKPOINT-FILE.
014280 4000-EXIT.
014290     EXIT.
014300*
014310*    OPEN (OR CREATE) THE CHECKPOINT RECORD FOR THIS BATCH SO A
014320*    RESTART KNOWS HOW MANY INPUT RECORDS ARE ALREADY DONE.  THE
014330*    CALLER SETS C12-ID-LOTE FIRST TO NAME WHICH BATCH THIS IS.
014340*
014350 4050-ABRIR-CHECKPOINT.
014360     MOVE C12-ID-LOTE TO CK-ID-LOTE.
014370     OPEN I-O CHECKPOINT-FILE.
014380     IF FS-CHECKPOINT NOT = "00"
014390         OPEN OUTPUT CHECKPOINT-FILE
014400         CLOSE CHECKPOINT-FILE
014410         OPEN I-O CHECKPOINT-FILE.
014420     MOVE C12-ID-LOTE TO CK-ID-LOTE.
014430     READ CHECKPOINT-FILE
014440         INVALID KEY
014450             MOVE 0 TO CK-ULTIMO-INDICE
014460             WRITE REG-CHECKPOINT
014470             PERFORM 4080-VERIFICAR-CHECKPOINT THRU 4080-EXIT.
014480 4050-EXIT.
014490     EXIT.
014500*
014510*    DISCARD INPUT RECORDS ALREADY COMPLETED ON A PRIOR RUN SO
014520*    THEY ARE NOT RE-PROCESSED.
014530*
014540 4060-SALTAR-PROCESADOS.
014550     READ ENTRADA-NUMEROS
014560         AT END
014570             SET FIN-ENTRADA TO TRUE
014580         NOT AT END
014590             ADD 1 TO C12-INDICE-LOTE
014600     END-READ.
014610 4060-EXIT.
014620     EXIT.
014630 
014640 4100-LEER-Y-PROCESAR.
014650     READ ENTRADA-NUMEROS INTO NUMERO-ALFA
014660         AT END
014670             SET FIN-ENTRADA TO TRUE
014680         NOT AT END
014690             ADD 1 TO C12-INDICE-LOTE
014700             PERFORM 4150-PROCESAR-REGISTRO-LOTE THRU 4150-EXIT
014710             MOVE C12-INDICE-LOTE TO CK-ULTIMO-INDICE
014720             REWRITE REG-CHECKPOINT
014730             PERFORM 4080-VERIFICAR-CHECKPOINT THRU 4080-EXIT
014740     END-READ.
014750 4100-EXIT.
014760     EXIT.
014770*
014780*    ONE BATCH INPUT RECORD, VALIDATED THE SAME WAY THE CONSOLE
014790*    PATH VALIDATES A KEYSTROKE: A ONE-DIGIT ENTRY IS RIGHT-
014800*    JUSTIFIED FIRST, AND ANYTHING STILL NON-NUMERIC IS SET
014810*    ASIDE ON THE SUSPENSE FILE INSTEAD OF REACHING CALCULOS.
014820*    THE CHECKPOINT STILL ADVANCES PAST A SUSPENDED RECORD, SO
014830*    A RESTART DOES NOT TRIP OVER IT A SECOND TIME.
014840*
014850 4150-PROCESAR-REGISTRO-LOTE.
014860     IF NUMERO-ALFA (1:1) NOT = SPACE
014870        AND NUMERO-ALFA (2:1) = SPACE
014880         MOVE NUMERO-ALFA (1:1) TO NUMERO-ALFA (2:1)
014890         MOVE "0" TO NUMERO-ALFA (1:1)
014900     END-IF.
014910     IF NUMERO-ALFA IS NUMERIC
014920         SET TIPO-ENTERO TO TRUE
014930         PERFORM 3000-REINICIA-PROGRAMA THRU 3000-EXIT
014940         PERFORM 3200-MOSTRAR-TABLA THRU 3200-EXIT
014950     ELSE
014960         MOVE "NONUM" TO C12-MOTIVO-SUSPENSO
014970         MOVE NUMERO-ALFA TO C12-CONTENIDO-SUSPENSO
014980         PERFORM 7000-ESCRIBIR-SUSPENSO THRU 7000-EXIT.
014990 4150-EXIT.
015000     EXIT.
015010*
015020*    THE FULL LIST COMPLETED NORMALLY, SO THE CHECKPOINT RESETS
015030*    TO ZERO READY FOR THE NEXT OVERNIGHT LIST.
015040*
015050 4070-CERRAR-CHECKPOINT.
015060     MOVE 0 TO CK-ULTIMO-INDICE.
015070     REWRITE REG-CHECKPOINT.
015080     PERFORM 4080-VERIFICAR-CHECKPOINT THRU 4080-EXIT.
015090 4070-EXIT.
015100     EXIT.
015110*
015120*    ANY WRITE/REWRITE ON THE CHECKPOINT FILE IS CHECKED HERE.  A
015130*    CHECKPOINT THAT FAILS TO RECORD CANNOT BE TRUSTED ON RESTART,
015140*    SO THE RUN STOPS RATHER THAN LETTING A RESTART SILENTLY
015150*    RE-RUN OR SKIP INPUT RECORDS.
015160*
015170 4080-VERIFICAR-CHECKPOINT.
015180     IF FS-CHECKPOINT NOT = "00"
015190         DISPLAY "ERROR ESCRIBIENDO CHECKPOINT, ESTADO "
015200             FS-CHECKPOINT
015210         DISPLAY "EJECUCION DETENIDA. REVISE EL CHECKPOINT ANTES "
015220             "DE REINICIAR."
015230         MOVE "CHKP" TO C12-CODIGO-FIN
015240         CLOSE CHECKPOINT-FILE
015250         PERFORM 9000-TERMINACION-ANORMAL THRU 9000-EXIT.
015260 4080-EXIT.
015270     EXIT.
015280*
015290*    OVERNIGHT PRICE-BOOK MODE.  READS ONE ITEM CODE PER RECORD
015300*    FROM THE PRICE LIST, PULLS THE ITEM'S CURRENT UNIT PRICE
015310*    FROM THE PRICE MASTER, AND RUNS ITS QUANTITY-PRICE TABLE
015320*    THROUGH THE SAME DECIMAL CALCULOS PATH AS THE CONSOLE
015330*    'precio' COMMAND.  CHECKPOINTED UNDER ITS OWN BATCH NAME
015340*    LIKE THE OTHER OVERNIGHT MODES.  WHEN AN OPTIONAL LIST
015350*    NAMES OTHER CURRENCIES, EACH ITEM'S TABLE IS THEN ALSO
015360*    PRODUCED IN EACH OF THEM.
015370*
015380 4500-PROCESO-LOTE-PRECIOS.
015390     MOVE "PRECIOS " TO C12-ID-LOTE.
015400     ADD 1 TO C12-CONT-LISTAS.
015410     OPEN INPUT MAESTRO-ARTICULOS.
015420     PERFORM 6060-VERIFICAR-ARTICULOS THRU 6060-EXIT.
015430     PERFORM 4510-CARGAR-MONEDAS THRU 4510-EXIT.
015440     PERFORM 4050-ABRIR-CHECKPOINT THRU 4050-EXIT.
015450     PERFORM 4550-SALTAR-PROCESADOS-ART THRU 4550-EXIT
015460         UNTIL FIN-ENTRADA
015470            OR C12-INDICE-LOTE NOT < CK-ULTIMO-INDICE.
015480     PERFORM 4600-LEER-Y-PROCESAR-ART THRU 4600-EXIT
015490         UNTIL FIN-ENTRADA.
015500     PERFORM 4070-CERRAR-CHECKPOINT THRU 4070-EXIT.
015510     CLOSE LISTA-ARTICULOS.
015520     CLOSE MAESTRO-ARTICULOS.
015530     CLOSE CHECKPOINT-FILE.
015540 4500-EXIT.
015550     EXIT.
015560*
015570*    THE TARGET CURRENCIES FOR THIS RUN, ONE CODE PER RECORD ON
015580*    AN OPTIONAL LIST; WITHOUT THE LIST THE RUN PRODUCES THE
015590*    BASE CURRENCY ONLY, AS IT ALWAYS HAS.  THE EXCHANGE-RATE
015600*    FILE IS THEN READ ONCE: FOR EACH CURRENCY ASKED FOR, THE
015610*    ROW WITH THE LATEST EFFECTIVE DATE NOT PAST THE AS-OF DATE
015620*    IS THE ONE IN FORCE - THE SAME DAY THE PRICE ITSELF IS
015630*    TAKEN ON.  A LATER ROW FOR THE SAME DAY REPLACES AN
015640*    EARLIER ONE, SO A CORRECTED RATE CAN SIMPLY BE APPENDED.
015650*
015660 4510-CARGAR-MONEDAS.
015670     MOVE 0 TO C12-NUM-MONEDAS.
015680     OPEN INPUT LISTA-MONEDAS.
015690     IF FS-MONEDAS NOT = "00"
015700         GO TO 4510-EXIT.
015710     PERFORM 4520-LEER-MONEDA THRU 4520-EXIT
015720         UNTIL FIN-MONEDAS.
015730     CLOSE LISTA-MONEDAS.
015740     IF C12-NUM-MONEDAS = 0
015750         GO TO 4510-EXIT.
015760     OPEN INPUT ARCHIVO-TIPOS-CAMBIO.
015770     IF FS-TIPOS-CAMBIO = "00"
015780         PERFORM 4530-LEER-TIPO-CAMBIO THRU 4530-EXIT
015790             UNTIL FIN-TIPOS-CAMBIO
015800         CLOSE ARCHIVO-TIPOS-CAMBIO
015810     ELSE
015820         DISPLAY "NO HAY ARCHIVO DE TIPOS DE CAMBIO, ESTADO "
015830             FS-TIPOS-CAMBIO.
015840     MOVE 0 TO C12-IND-MONEDA.
015850     PERFORM 4540-VALIDAR-TASA THRU 4540-EXIT
015860         UNTIL C12-IND-MONEDA NOT < C12-NUM-MONEDAS.
015870 4510-EXIT.
015880     EXIT.
015890
015900 4520-LEER-MONEDA.
015910     READ LISTA-MONEDAS
015920         AT END
015930             SET FIN-MONEDAS TO TRUE
015940         NOT AT END
015950             PERFORM 4525-GUARDAR-MONEDA THRU 4525-EXIT
015960     END-READ.
015970 4520-EXIT.
015980     EXIT.
015990*
016000*    A BLANK RECORD OR A CURRENCY ALREADY LISTED IS PASSED
016010*    OVER, SO NO TABLE IS EVER PRODUCED TWICE.
016020*
016030 4525-GUARDAR-MONEDA.
016040     IF REG-LISTA-MONEDA = SPACES
016050         GO TO 4525-EXIT.
016060     MOVE "N" TO SW-MONEDA-HALLADA.
016070     MOVE 0 TO C12-IND-MONEDA.
016080     PERFORM 4528-BUSCAR-MONEDA THRU 4528-EXIT
016090         UNTIL MONEDA-HALLADA
016100            OR C12-IND-MONEDA NOT < C12-NUM-MONEDAS.
016110     IF MONEDA-HALLADA
016120         GO TO 4525-EXIT.
016130     IF C12-NUM-MONEDAS NOT < C12-MAX-MONEDAS
016140         DISPLAY "LISTA DE MONEDAS LLENA, SE IGNORA "
016150             REG-LISTA-MONEDA
016160         GO TO 4525-EXIT.
016170     ADD 1 TO C12-NUM-MONEDAS.
016180     MOVE REG-LISTA-MONEDA TO C12-MON-CODIGO (C12-NUM-MONEDAS).
016190     MOVE SPACES TO C12-MON-FECHA (C12-NUM-MONEDAS).
016200     MOVE SPACES TO C12-MON-TASA-TEXTO (C12-NUM-MONEDAS).
016210     MOVE 0 TO C12-MON-TASA (C12-NUM-MONEDAS).
016220     MOVE "N" TO C12-MON-ESTADO (C12-NUM-MONEDAS).
016230 4525-EXIT.
016240     EXIT.
016250
016260 4528-BUSCAR-MONEDA.
016270     ADD 1 TO C12-IND-MONEDA.
016280     IF C12-MON-CODIGO (C12-IND-MONEDA) = REG-LISTA-MONEDA
016290         SET MONEDA-HALLADA TO TRUE.
016300 4528-EXIT.
016310     EXIT.
016320
016330 4530-LEER-TIPO-CAMBIO.
016340     READ ARCHIVO-TIPOS-CAMBIO
016350         AT END
016360             SET FIN-TIPOS-CAMBIO TO TRUE
016370         NOT AT END
016380             IF TC-FECHA NOT = SPACES
016390                AND TC-FECHA NOT > C12-FECHA-CORTE
016400                 MOVE 0 TO C12-IND-MONEDA
016410                 PERFORM 4535-PROBAR-TIPO-CAMBIO THRU 4535-EXIT
016420                     UNTIL C12-IND-MONEDA NOT < C12-NUM-MONEDAS
016430             END-IF
016440     END-READ.
016450 4530-EXIT.
016460     EXIT.
016470
016480 4535-PROBAR-TIPO-CAMBIO.
016490     ADD 1 TO C12-IND-MONEDA.
016500     IF C12-MON-CODIGO (C12-IND-MONEDA) = TC-MONEDA
016510        AND TC-FECHA NOT < C12-MON-FECHA (C12-IND-MONEDA)
016520         MOVE TC-FECHA TO C12-MON-FECHA (C12-IND-MONEDA)
016530         MOVE TC-TASA TO C12-MON-TASA-TEXTO (C12-IND-MONEDA).
016540 4535-EXIT.
016550     EXIT.
016560*
016570*    A CURRENCY WITH NO RATE IN EFFECT ON THE AS-OF DATE, OR
016580*    WHOSE RATE IN EFFECT IS UNREADABLE OR ZERO, IS SET ASIDE
016590*    ON THE SUSPENSE FILE ONCE FOR THE RUN (NOTAS / MALTC, THE
016600*    CURRENCY CODE AS CONTENT) AND NONE OF ITS TABLES ARE
016610*    PRODUCED; THE BASE-CURRENCY TABLES RUN AS USUAL.  AN
016620*    OLDER RATE IS NEVER USED IN PLACE OF A BAD CURRENT ONE.
016630*
016640 4540-VALIDAR-TASA.
016650     ADD 1 TO C12-IND-MONEDA.
016660     IF C12-MON-FECHA (C12-IND-MONEDA) = SPACES
016670         MOVE "NOTAS" TO C12-MOTIVO-SUSPENSO
016680         MOVE C12-MON-CODIGO (C12-IND-MONEDA)
016690             TO C12-CONTENIDO-SUSPENSO
016700         PERFORM 7000-ESCRIBIR-SUSPENSO THRU 7000-EXIT
016710         GO TO 4540-EXIT.
016720     IF C12-MON-TASA-ENT (C12-IND-MONEDA) IS NOT NUMERIC
016730        OR C12-MON-TASA-DEC (C12-IND-MONEDA) IS NOT NUMERIC
016740        OR C12-MON-PUNTO (C12-IND-MONEDA) NOT = "."
016750         MOVE "MALTC" TO C12-MOTIVO-SUSPENSO
016760         MOVE C12-MON-CODIGO (C12-IND-MONEDA)
016770             TO C12-CONTENIDO-SUSPENSO
016780         PERFORM 7000-ESCRIBIR-SUSPENSO THRU 7000-EXIT
016790         GO TO 4540-EXIT.
016800     COMPUTE C12-MON-TASA (C12-IND-MONEDA) =
016810         C12-MON-TASA-ENT (C12-IND-MONEDA) +
016820         (C12-MON-TASA-DEC (C12-IND-MONEDA) / 1000000).
016830     IF C12-MON-TASA (C12-IND-MONEDA) = 0
016840         MOVE "MALTC" TO C12-MOTIVO-SUSPENSO
016850         MOVE C12-MON-CODIGO (C12-IND-MONEDA)
016860             TO C12-CONTENIDO-SUSPENSO
016870         PERFORM 7000-ESCRIBIR-SUSPENSO THRU 7000-EXIT
016880         GO TO 4540-EXIT.
016890     MOVE "S" TO C12-MON-ESTADO (C12-IND-MONEDA).
016900 4540-EXIT.
016910     EXIT.
016920*
016930*    DISCARD PRICE-LIST RECORDS ALREADY COMPLETED ON A PRIOR
016940*    RUN SO THEY ARE NOT RE-PROCESSED.
016950*
016960 4550-SALTAR-PROCESADOS-ART.
016970     READ LISTA-ARTICULOS
016980         AT END
016990             SET FIN-ENTRADA TO TRUE
017000         NOT AT END
017010             ADD 1 TO C12-INDICE-LOTE
017020     END-READ.
017030 4550-EXIT.
017040     EXIT.
017050
017060 4600-LEER-Y-PROCESAR-ART.
017070     READ LISTA-ARTICULOS INTO C12-CODIGO-BUSCADO
017080         AT END
017090             SET FIN-ENTRADA TO TRUE
017100         NOT AT END
017110             ADD 1 TO C12-INDICE-LOTE
017120             PERFORM 4650-PROCESAR-ARTICULO THRU 4650-EXIT
017130             MOVE C12-INDICE-LOTE TO CK-ULTIMO-INDICE
017140             REWRITE REG-CHECKPOINT
017150             PERFORM 4080-VERIFICAR-CHECKPOINT THRU 4080-EXIT
017160     END-READ.
017170 4600-EXIT.
017180     EXIT.
017190*
017200*    ONE PRICE-LIST ITEM.  AN ITEM NOT ON THE MASTER, NOT YET
017210*    IN EFFECT, OR CARRYING A BAD PRICE IS SET ASIDE ON THE
017220*    SUSPENSE FILE AND THE RUN CARRIES ON, THE SAME WAY A BAD
017230*    NUMERO RECORD IS HANDLED.  A GOOD ITEM RUNS THE DECIMAL
017240*    TABLE WITH ITS CODE STAMPED ON THE REPORT AND INTERFACE,
017250*    THEN THE SAME TABLE IN EACH CURRENCY THE RUN IS ASKED FOR.
017260*
017270 4650-PROCESAR-ARTICULO.
017280     MOVE C12-CODIGO-BUSCADO TO ART-CODIGO.
017290     READ MAESTRO-ARTICULOS
017300         INVALID KEY
017310             MOVE "NOART" TO C12-MOTIVO-SUSPENSO
017320             MOVE C12-CODIGO-BUSCADO TO C12-CONTENIDO-SUSPENSO
017330             PERFORM 7000-ESCRIBIR-SUSPENSO THRU 7000-EXIT
017340             GO TO 4650-EXIT
017350     END-READ.
017360     IF ART-NUM-PRECIOS IS NOT NUMERIC
017370        OR ART-NUM-PRECIOS = 0
017380         MOVE "MALPR" TO C12-MOTIVO-SUSPENSO
017390         MOVE C12-CODIGO-BUSCADO TO C12-CONTENIDO-SUSPENSO
017400         PERFORM 7000-ESCRIBIR-SUSPENSO THRU 7000-EXIT
017410         GO TO 4650-EXIT.
017420     PERFORM 4660-ELEGIR-PRECIO THRU 4660-EXIT.
017430     IF NOT PRECIO-HALLADO
017440         MOVE "NOVIG" TO C12-MOTIVO-SUSPENSO
017450         MOVE C12-CODIGO-BUSCADO TO C12-CONTENIDO-SUSPENSO
017460         PERFORM 7000-ESCRIBIR-SUSPENSO THRU 7000-EXIT
017470         GO TO 4650-EXIT.
017480     IF ART-HIST-PRECIO (C12-IND-PRECIO) IS NOT NUMERIC
017490         MOVE "MALPR" TO C12-MOTIVO-SUSPENSO
017500         MOVE C12-CODIGO-BUSCADO TO C12-CONTENIDO-SUSPENSO
017510         PERFORM 7000-ESCRIBIR-SUSPENSO THRU 7000-EXIT
017520         GO TO 4650-EXIT.
017530     SET TIPO-DECIMAL TO TRUE.
017540     PERFORM 3000-REINICIA-PROGRAMA THRU 3000-EXIT.
017550     MOVE C12-CODIGO-BUSCADO TO C12-CODIGO-ARTICULO.
017560     MOVE ART-HIST-PRECIO (C12-IND-PRECIO) TO PRECIO-UNITARIO.
017570     MOVE ART-HIST-PRECIO (C12-IND-PRECIO) TO C12-PRECIO-BASE.
017580     PERFORM 4680-CARGAR-TRAMOS THRU 4680-EXIT.
017590     PERFORM 3200-MOSTRAR-TABLA THRU 3200-EXIT.
017600     PERFORM 4700-TABLAS-EN-MONEDA THRU 4700-EXIT.
017610 4650-EXIT.
017620     EXIT.
017630*
017640*    COPY THE ITEM'S QUANTITY-BREAK TIERS INTO WORKING STORAGE
017650*    FOR THE CALCULOS PATH.  A MASTER RECORD FROM BEFORE THE
017660*    TIERS EXISTED CARRIES BLANKS THERE AND SIMPLY HAS NONE.
017670*
017680 4680-CARGAR-TRAMOS.
017690     IF ART-NUM-TRAMOS IS NOT NUMERIC
017700         MOVE 0 TO C12-NUM-TRAMOS
017710         GO TO 4680-EXIT.
017720     MOVE ART-NUM-TRAMOS TO C12-NUM-TRAMOS.
017730     MOVE 0 TO C12-IND-TRAMO.
017740     PERFORM 4690-COPIAR-TRAMO THRU 4690-EXIT
017750         UNTIL C12-IND-TRAMO NOT < C12-NUM-TRAMOS.
017760 4680-EXIT.
017770     EXIT.
017780
017790 4690-COPIAR-TRAMO.
017800     ADD 1 TO C12-IND-TRAMO.
017810     IF ART-TRAMO-DESDE (C12-IND-TRAMO) IS NUMERIC
017820        AND ART-TRAMO-PRECIO (C12-IND-TRAMO) IS NUMERIC
017830         MOVE ART-TRAMO-DESDE (C12-IND-TRAMO)
017840             TO C12-TRAMO-DESDE (C12-IND-TRAMO)
017850         MOVE ART-TRAMO-PRECIO (C12-IND-TRAMO)
017860             TO C12-TRAMO-PRECIO (C12-IND-TRAMO)
017870     ELSE
017880         MOVE 0 TO C12-TRAMO-DESDE (C12-IND-TRAMO)
017890         MOVE 0 TO C12-TRAMO-PRECIO (C12-IND-TRAMO).
017900 4690-EXIT.
017910     EXIT.
017920*
017930*    THE ITEM'S TABLE AGAIN IN EACH CURRENCY WITH A GOOD RATE.
017940*    THE PRICE IN EFFECT AND EVERY TIER PRICE ARE CONVERTED AT
017950*    THE RATE AND ROUNDED TO THE CENT, AND THE TABLE RUNS
017960*    THROUGH THE SAME CALCULOS PATH, SO A TIER BREAK FALLS ON
017970*    THE SAME QUANTITY IN EVERY CURRENCY.  A CONVERTED PRICE
017980*    PAST 999.99 DOES NOT FIT THE TABLE'S NNN.NN PRICE, SO THAT
017990*    ITEM AND CURRENCY ARE SET ASIDE (DESBO, THE CURRENCY CODE
018000*    IN PLACE OF THE LIST NAME AND THE ITEM CODE AS CONTENT, SO
018010*    EACH CURRENCY IS ITS OWN EXCEPTION) AND THE OTHER
018020*    CURRENCIES CARRY ON.
018030*
018040 4700-TABLAS-EN-MONEDA.
018050     MOVE 0 TO C12-IND-MONEDA.
018060     PERFORM 4710-TABLA-EN-MONEDA THRU 4710-EXIT
018070         UNTIL C12-IND-MONEDA NOT < C12-NUM-MONEDAS.
018080     MOVE SPACES TO C12-MONEDA.
018090 4700-EXIT.
018100     EXIT.
018110
018120 4710-TABLA-EN-MONEDA.
018130     ADD 1 TO C12-IND-MONEDA.
018140     IF C12-MON-ESTADO (C12-IND-MONEDA) NOT = "S"
018150         GO TO 4710-EXIT.
018160     PERFORM 3000-REINICIA-PROGRAMA THRU 3000-EXIT.
018170     MOVE C12-CODIGO-BUSCADO TO C12-CODIGO-ARTICULO.
018180     MOVE C12-MON-TASA (C12-IND-MONEDA) TO C12-TASA-CAMBIO.
018190     MOVE "N" TO SW-DESBORDE.
018200     COMPUTE C12-PRECIO-CONVERTIDO ROUNDED =
018210         ART-HIST-PRECIO (C12-IND-PRECIO) * C12-TASA-CAMBIO.
018220     IF C12-PRECIO-CONVERTIDO > 999.99
018230         SET DESBORDE TO TRUE.
018240     MOVE C12-PRECIO-CONVERTIDO TO PRECIO-UNITARIO.
018250     MOVE C12-PRECIO-CONVERTIDO TO C12-PRECIO-BASE.
018260     PERFORM 4680-CARGAR-TRAMOS THRU 4680-EXIT.
018270     MOVE 0 TO C12-IND-TRAMO.
018280     PERFORM 4720-CONVERTIR-TRAMO THRU 4720-EXIT
018290         UNTIL C12-IND-TRAMO NOT < C12-NUM-TRAMOS.
018300     IF DESBORDE
018310         DISPLAY "PRECIO EN " C12-MON-CODIGO (C12-IND-MONEDA)
018320             " FUERA DE RANGO, ARTICULO " C12-CODIGO-BUSCADO
018330         MOVE "DESBO" TO C12-MOTIVO-SUSPENSO
018340         MOVE C12-CODIGO-BUSCADO TO C12-CONTENIDO-SUSPENSO
018350         MOVE C12-ID-LOTE TO C12-LOTE-GUARDADO
018360         MOVE C12-MON-CODIGO (C12-IND-MONEDA) TO C12-ID-LOTE
018370         PERFORM 7000-ESCRIBIR-SUSPENSO THRU 7000-EXIT
018380         MOVE C12-LOTE-GUARDADO TO C12-ID-LOTE
018390         GO TO 4710-EXIT.
018400     MOVE C12-MON-CODIGO (C12-IND-MONEDA) TO C12-MONEDA.
018410     MOVE C12-MON-FECHA (C12-IND-MONEDA) TO C12-FECHA-TASA.
018420     PERFORM 3200-MOSTRAR-TABLA THRU 3200-EXIT.
018430     ADD 1 TO C12-CONT-TABLAS-MONEDA.
018440 4710-EXIT.
018450     EXIT.
018460
018470 4720-CONVERTIR-TRAMO.
018480     ADD 1 TO C12-IND-TRAMO.
018490     COMPUTE C12-PRECIO-CONVERTIDO ROUNDED =
018500         C12-TRAMO-PRECIO (C12-IND-TRAMO) * C12-TASA-CAMBIO.
018510     IF C12-PRECIO-CONVERTIDO > 999.99
018520         SET DESBORDE TO TRUE
018530     ELSE
018540         MOVE C12-PRECIO-CONVERTIDO
018550             TO C12-TRAMO-PRECIO (C12-IND-TRAMO).
018560 4720-EXIT.
018570     EXIT.
018580*
018590*    PICK THE HISTORY ROW IN EFFECT ON THE AS-OF DATE.  THE
018600*    ROWS ARE KEPT NEWEST FIRST, SO THE FIRST ROW WHOSE DATE
018610*    IS NOT PAST THE AS-OF DATE IS THE ONE IN FORCE; AN ITEM
018620*    WHOSE EVERY ROW STARTS LATER IS NOT YET IN EFFECT.
018630*
018640 4660-ELEGIR-PRECIO.
018650     MOVE "N" TO SW-PRECIO-HALLADO.
018660     MOVE 0 TO C12-IND-PRECIO.
018670     PERFORM 4670-PROBAR-PRECIO THRU 4670-EXIT
018680         UNTIL PRECIO-HALLADO
018690            OR C12-IND-PRECIO NOT < ART-NUM-PRECIOS.
018700 4660-EXIT.
018710     EXIT.
018720
018730 4670-PROBAR-PRECIO.
018740     ADD 1 TO C12-IND-PRECIO.
018750     IF ART-HIST-FECHA (C12-IND-PRECIO) NOT > C12-FECHA-CORTE
018760         SET PRECIO-HALLADO TO TRUE.
018770 4670-EXIT.
018780     EXIT.
018790*
018800*    DRIVER MODE.  EACH ARCHIVO-CONTROL RECORD NAMES ONE NUMERO
018810*    LIST AND ITS OWN MULTIPLIER UPPER BOUND, SO ONE RUN CAN
018820*    PRODUCE SEVERAL DIFFERENTLY-SIZED SETS OF TABLES.
018830*
018840 5000-PROCESO-LOTE-DRIVER.
018850     PERFORM 5100-LEER-CONTROL THRU 5100-EXIT
018860         UNTIL FIN-CONTROL.
018870     CLOSE ARCHIVO-CONTROL.
018880 5000-EXIT.
018890     EXIT.
018900 
018910 5100-LEER-CONTROL.
018920     READ ARCHIVO-CONTROL
018930         AT END
018940             SET FIN-CONTROL TO TRUE
018950         NOT AT END
018960             PERFORM 5200-PROCESAR-LISTA THRU 5200-EXIT
018970     END-READ.
018980 5100-EXIT.
018990     EXIT.
019000*
019010*    PROCESS ONE DRIVER RECORD: OPEN ITS NAMED LIST, APPLY ITS
019020*    OWN MULTIPLIER UPPER BOUND, AND CHECKPOINT UNDER THE LIST
019030*    NAME SO A RESTART RESUMES THIS LIST WHERE IT LEFT OFF.
019040*
019050 5200-PROCESAR-LISTA.
019060     MOVE CTL-NOMBRE-LISTA TO C12-NOMB-ARCH-LISTA.
019070     MOVE CTL-NOMBRE-LISTA TO C12-ID-LOTE.
019080     IF CTL-LIMITE IS NUMERIC AND CTL-LIMITE > 0
019090         MOVE CTL-LIMITE TO C12-LIMITE-MULTIPLICADOR
019100     ELSE
019110         MOVE C12-LIMITE-MULT-DEFECTO
019120             TO C12-LIMITE-MULTIPLICADOR.
019130     MOVE "N" TO SW-FIN-ENTRADA.
019140     MOVE 0 TO C12-INDICE-LOTE.
019150     OPEN INPUT ENTRADA-LISTA.
019160     IF FS-LISTA NOT = "00"
019170         MOVE "NOLIS" TO C12-MOTIVO-SUSPENSO
019180         MOVE CTL-NOMBRE-LISTA TO C12-CONTENIDO-SUSPENSO
019190         PERFORM 7000-ESCRIBIR-SUSPENSO THRU 7000-EXIT
019200         GO TO 5200-EXIT.
019210     PERFORM 4050-ABRIR-CHECKPOINT THRU 4050-EXIT.
019220     PERFORM 5300-SALTAR-PROCESADOS-LISTA THRU 5300-EXIT
019230         UNTIL FIN-ENTRADA
019240            OR C12-INDICE-LOTE NOT < CK-ULTIMO-INDICE.
019250     PERFORM 5400-LEER-Y-PROCESAR-LISTA THRU 5400-EXIT
019260         UNTIL FIN-ENTRADA.
019270     PERFORM 4070-CERRAR-CHECKPOINT THRU 4070-EXIT.
019280     ADD 1 TO C12-CONT-LISTAS.
019290     CLOSE ENTRADA-LISTA.
019300     CLOSE CHECKPOINT-FILE.
019310 5200-EXIT.
019320     EXIT.
019330*
019340*    DISCARD INPUT RECORDS ALREADY COMPLETED ON A PRIOR RUN OF
019350*    THIS LIST SO THEY ARE NOT RE-PROCESSED.
019360*
019370 5300-SALTAR-PROCESADOS-LISTA.
019380     READ ENTRADA-LISTA
019390         AT END
019400             SET FIN-ENTRADA TO TRUE
019410         NOT AT END
019420             ADD 1 TO C12-INDICE-LOTE
019430     END-READ.
019440 5300-EXIT.
019450     EXIT.
019460 
019470 5400-LEER-Y-PROCESAR-LISTA.
019480     READ ENTRADA-LISTA INTO NUMERO-ALFA
019490         AT END
019500             SET FIN-ENTRADA TO TRUE
019510         NOT AT END
019520             ADD 1 TO C12-INDICE-LOTE
019530             PERFORM 4150-PROCESAR-REGISTRO-LOTE THRU 4150-EXIT
019540             MOVE C12-INDICE-LOTE TO CK-ULTIMO-INDICE
019550             REWRITE REG-CHECKPOINT
019560             PERFORM 4080-VERIFICAR-CHECKPOINT THRU 4080-EXIT
019570     END-READ.
019580 5400-EXIT.
019590     EXIT.
019600*
019610*    THE FOLLOWING THREE PARAGRAPHS ARE SHARED FILE-STATUS CHECKS
019620*    FOR THE AUDIT LOG, PRINTED REPORT, AND DOWNSTREAM INTERFACE
019630*    FILE, CALLED AFTER EVERY OPEN AND WRITE AGAINST EACH ONE.
019640*    THE AUDIT LOG, PRINTED REPORT, AND INTERFACE FILE ARE ALL
019650*    RELIED ON AS A TRUSTWORTHY RECORD OF WHAT RAN, SO A FAILURE
019660*    STOPS THE RUN INSTEAD OF LEAVING A SILENT GAP IN THE TRAIL.
019670*
019680 6000-VERIFICAR-AUDITORIA.
019690     IF FS-AUDITORIA NOT = "00"
019700         DISPLAY "ERROR EN EL ARCHIVO DE AUDITORIA, ESTADO "
019710             FS-AUDITORIA
019720         DISPLAY "EJECUCION DETENIDA. EL REGISTRO DE AUDITORIA "
019730             "NO ES FIABLE."
019740         MOVE "AUDI" TO C12-CODIGO-FIN
019750         CLOSE ARCHIVO-AUDITORIA
019760         PERFORM 9000-TERMINACION-ANORMAL THRU 9000-EXIT.
019770 6000-EXIT.
019780     EXIT.
019790*
019800 6010-VERIFICAR-REPORTE.
019810     IF FS-REPORTE NOT = "00"
019820         DISPLAY "ERROR EN EL REPORTE IMPRESO, ESTADO " FS-REPORTE
019830         DISPLAY "EJECUCION DETENIDA. EL REPORTE IMPRESO NO ES "
019840             "FIABLE."
019850         MOVE "REPO" TO C12-CODIGO-FIN
019860         CLOSE REPORTE-SALIDA
019870         PERFORM 9000-TERMINACION-ANORMAL THRU 9000-EXIT.
019880 6010-EXIT.
019890     EXIT.
019900*
019910 6020-VERIFICAR-INTERFAZ.
019920     IF FS-INTERFAZ NOT = "00"
019930         DISPLAY "ERROR EN EL ARCHIVO DE INTERFAZ, ESTADO "
019940             FS-INTERFAZ
019950         DISPLAY "EJECUCION DETENIDA. EL ARCHIVO DE INTERFAZ NO "
019960             "ES FIABLE."
019970         MOVE "INTF" TO C12-CODIGO-FIN
019980         CLOSE INTERFAZ-SALIDA
019990         PERFORM 9000-TERMINACION-ANORMAL THRU 9000-EXIT.
020000 6020-EXIT.
020010     EXIT.
020020*
020030 6030-VERIFICAR-SUSPENSO.
020040     IF FS-SUSPENSO NOT = "00"
020050         DISPLAY "ERROR EN EL ARCHIVO DE SUSPENSO, ESTADO "
020060             FS-SUSPENSO
020070         DISPLAY "EJECUCION DETENIDA. LAS EXCEPCIONES NO SE "
020080             "PUEDEN REGISTRAR."
020090         MOVE "SUSP" TO C12-CODIGO-FIN
020100         CLOSE ARCHIVO-SUSPENSO
020110         PERFORM 9000-TERMINACION-ANORMAL THRU 9000-EXIT.
020120 6030-EXIT.
020130     EXIT.
020140*
020150 6060-VERIFICAR-ARTICULOS.
020160     IF FS-ARTICULOS NOT = "00"
020170         DISPLAY "ERROR EN EL MAESTRO DE ARTICULOS, ESTADO "
020180             FS-ARTICULOS
020190         DISPLAY "EJECUCION DETENIDA. EL PRECIO NO SE PUEDE "
020200             "CONSULTAR."
020210         MOVE "ARTI" TO C12-CODIGO-FIN
020220         CLOSE MAESTRO-ARTICULOS
020230         PERFORM 9000-TERMINACION-ANORMAL THRU 9000-EXIT.
020240 6060-EXIT.
020250     EXIT.
020260*
020270 6070-VERIFICAR-ANTERIOR.
020280     IF FS-INTERFAZ-ANT NOT = "00"
020290         DISPLAY "ERROR GUARDANDO LA GENERACION ANTERIOR, "
020300             "ESTADO " FS-INTERFAZ-ANT
020310         DISPLAY "EJECUCION DETENIDA. LA COMPARACION CON LA "
020320             "EJECUCION ANTERIOR NO SERIA FIABLE."
020330         MOVE "GENE" TO C12-CODIGO-FIN
020340         CLOSE INTERFAZ-ANTERIOR
020350         PERFORM 9000-TERMINACION-ANORMAL THRU 9000-EXIT.
020360 6070-EXIT.
020370     EXIT.
020380*
020390 6080-VERIFICAR-CTRL-AUD.
020400     DISPLAY "NO SE PUEDE GRABAR EL CONTROL DE AUDITORIA, "
020410         "ESTADO " FS-CTRL-AUD.
020420     IF C12-CODIGO-FIN = "0000"
020430         DISPLAY "EJECUCION DETENIDA. EL REGISTRO DE AUDITORIA "
020440             "NO SE PODRIA VERIFICAR."
020450         MOVE "ACTL" TO C12-CODIGO-FIN
020460         PERFORM 9000-TERMINACION-ANORMAL THRU 9000-EXIT.
020470 6080-EXIT.
020480     EXIT.
020490*
020500*    SET ONE RECORD ASIDE: WRITE IT TO THE SUSPENSE FILE WITH
020510*    ITS REASON CODE AND REMEMBER IT FOR THE END-OF-JOB
020520*    EXCEPTION REPORT.  THE CALLER FILLS IN C12-MOTIVO-SUSPENSO
020530*    AND C12-CONTENIDO-SUSPENSO FIRST; C12-ID-LOTE NAMES THE
020540*    BATCH THE RECORD CAME FROM.
020550*
020560 7000-ESCRIBIR-SUSPENSO.
020570     MOVE SPACES TO REG-SUSPENSO.
020580     MOVE C12-FECHA-EDITADA TO SUS-FECHA.
020590     MOVE C12-MOTIVO-SUSPENSO TO SUS-MOTIVO.
020600     MOVE C12-ID-LOTE TO SUS-ID-LOTE.
020610     MOVE C12-CONTENIDO-SUSPENSO TO SUS-CONTENIDO.
020620     MOVE C12-SERIE TO SUS-SERIE.
020630     WRITE REG-SUSPENSO.
020640     PERFORM 6030-VERIFICAR-SUSPENSO THRU 6030-EXIT.
020650     ADD 1 TO C12-CONT-SUSPENSOS.
020660     IF C12-NUM-EXCEPCIONES < C12-MAX-EXCEPCIONES
020670         ADD 1 TO C12-NUM-EXCEPCIONES
020680         MOVE C12-MOTIVO-SUSPENSO
020690             TO C12-EXC-MOTIVO (C12-NUM-EXCEPCIONES)
020700         MOVE C12-ID-LOTE
020710             TO C12-EXC-LOTE (C12-NUM-EXCEPCIONES)
020720         MOVE C12-CONTENIDO-SUSPENSO
020730             TO C12-EXC-CONTENIDO (C12-NUM-EXCEPCIONES).
020740 7000-EXIT.
020750     EXIT.
020760*
020770*    END-OF-JOB EXCEPTION REPORT: ONE TRAILER PAGE LISTING WHAT
020780*    WAS SET ASIDE, SO NOBODY LEARNS ABOUT A POISONED LIST FROM
020790*    A CUSTOMER CALL.  A COUNT OF ZERO IS PRINTED TOO - A CLEAN
020800*    RUN SHOULD SAY SO, NOT LEAVE A MISSING PAGE.
020810*
020820 8000-REPORTE-EXCEPCIONES.
020830     ADD 1 TO C12-NUM-PAGINA.
020840     MOVE C12-FECHA-EDITADA TO LEX-FECHA.
020850     MOVE C12-NUM-PAGINA TO LEX-PAGINA.
020860     MOVE LIN-EXC-TITULO TO REG-REPORTE.
020870     WRITE REG-REPORTE AFTER ADVANCING PAGE.
020880     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
020890     MOVE SPACES TO REG-REPORTE.
020900     WRITE REG-REPORTE.
020910     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
020920     MOVE LIN-EXC-COLUMNAS TO REG-REPORTE.
020930     WRITE REG-REPORTE.
020940     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
020950     MOVE 0 TO C12-IND-EXCEPCION.
020960     PERFORM 8050-DETALLE-EXCEPCION THRU 8050-EXIT
020970         UNTIL C12-IND-EXCEPCION NOT < C12-NUM-EXCEPCIONES.
020980     IF C12-CONT-SUSPENSOS > C12-NUM-EXCEPCIONES
020990         MOVE LIN-EXC-RESTO TO REG-REPORTE
021000         WRITE REG-REPORTE
021010         PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
021020     MOVE SPACES TO REG-REPORTE.
021030     WRITE REG-REPORTE.
021040     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
021050     MOVE C12-CONT-SUSPENSOS TO LET-CONT.
021060     MOVE LIN-EXC-TOTAL TO REG-REPORTE.
021070     WRITE REG-REPORTE.
021080     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
021090 8000-EXIT.
021100     EXIT.
021110
021120 8050-DETALLE-EXCEPCION.
021130     ADD 1 TO C12-IND-EXCEPCION.
021140     MOVE C12-EXC-MOTIVO (C12-IND-EXCEPCION) TO LED-MOTIVO.
021150     MOVE C12-EXC-LOTE (C12-IND-EXCEPCION) TO LED-LOTE.
021160     MOVE C12-EXC-CONTENIDO (C12-IND-EXCEPCION) TO LED-CONTENIDO.
021170     MOVE LIN-EXC-DETALLE TO REG-REPORTE.
021180     WRITE REG-REPORTE.
021190     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
021200 8050-EXIT.
021210     EXIT.
021220*
021230*    FINAL SUMMARY PAGE: WHAT THE RUN PROCESSED AND HOW IT
021240*    ENDED, SO THE OPERATOR READS ONE PAGE INSTEAD OF PIECING
021250*    THE ANSWER TOGETHER FROM CONSOLE DISPLAYS.  ONLY A NORMAL
021260*    FINISH REACHES THIS PAGE; AN ABNORMAL END CANNOT TRUST
021270*    THE REPORT FILE AND SPEAKS THROUGH THE STATUS FILE ALONE.
021280*
021290 8100-RESUMEN-FINAL.
021300     ADD 1 TO C12-NUM-PAGINA.
021310     MOVE C12-FECHA-EDITADA TO LRT-FECHA.
021320     MOVE C12-NUM-PAGINA TO LRT-PAGINA.
021330     MOVE LIN-RES-TITULO TO REG-REPORTE.
021340     WRITE REG-REPORTE AFTER ADVANCING PAGE.
021350     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
021360     MOVE SPACES TO REG-REPORTE.
021370     WRITE REG-REPORTE.
021380     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
021390     MOVE "LISTAS PROCESADAS" TO LRD-ETIQUETA.
021400     MOVE C12-CONT-LISTAS TO LRD-VALOR.
021410     PERFORM 8150-LINEA-RESUMEN THRU 8150-EXIT.
021420     MOVE "VALORES NUMERO PROCESADOS" TO LRD-ETIQUETA.
021430     MOVE C12-CONT-NUMEROS TO LRD-VALOR.
021440     PERFORM 8150-LINEA-RESUMEN THRU 8150-EXIT.
021450     MOVE "TABLAS EN OTRA MONEDA" TO LRD-ETIQUETA.
021460     MOVE C12-CONT-TABLAS-MONEDA TO LRD-VALOR.
021470     PERFORM 8150-LINEA-RESUMEN THRU 8150-EXIT.
021480     MOVE "FILAS DE AUDITORIA" TO LRD-ETIQUETA.
021490     MOVE C12-CONT-FILAS-AUD TO LRD-VALOR.
021500     PERFORM 8150-LINEA-RESUMEN THRU 8150-EXIT.
021510     MOVE "FILAS DE REPORTE" TO LRD-ETIQUETA.
021520     MOVE C12-CONT-FILAS-REP TO LRD-VALOR.
021530     PERFORM 8150-LINEA-RESUMEN THRU 8150-EXIT.
021540     MOVE "FILAS DE INTERFAZ" TO LRD-ETIQUETA.
021550     MOVE C12-CONT-FILAS-IF TO LRD-VALOR.
021560     PERFORM 8150-LINEA-RESUMEN THRU 8150-EXIT.
021570     MOVE "REGISTROS EN SUSPENSO" TO LRD-ETIQUETA.
021580     MOVE C12-CONT-SUSPENSOS TO LRD-VALOR.
021590     PERFORM 8150-LINEA-RESUMEN THRU 8150-EXIT.
021600     MOVE SPACES TO REG-REPORTE.
021610     WRITE REG-REPORTE.
021620     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
021630     MOVE "NORMAL" TO LRF-TEXTO.
021640     MOVE LIN-RES-FIN TO REG-REPORTE.
021650     WRITE REG-REPORTE.
021660     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
021670 8100-EXIT.
021680     EXIT.
021690
021700 8150-LINEA-RESUMEN.
021710     MOVE LIN-RES-DETALLE TO REG-REPORTE.
021720     WRITE REG-REPORTE.
021730     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
021740 8150-EXIT.
021750     EXIT.
021760*
021770*    THE ONE-RECORD STATUS FILE THE SCHEDULER READS.  WRITTEN
021780*    WITH "ENEJ" AS SOON AS THE RUN STARTS AND OVERWRITTEN BY
021790*    EVERY ENDING, NORMAL OR NOT, SO THE SCHEDULE NEVER ACTS
021800*    ON A CODE LEFT OVER FROM A PRIOR NIGHT.  A STATUS FILE
021810*    THAT CANNOT BE WRITTEN IS REPORTED ON THE CONSOLE, BUT IT
021820*    NEVER BLOCKS THE ENDING THAT IS ALREADY UNDER WAY.
021830*
021840 8200-ESCRIBIR-ESTADO.
021850     OPEN OUTPUT ARCHIVO-ESTADO.
021860     IF FS-ESTADO NOT = "00"
021870         DISPLAY "NO SE PUEDE GRABAR EL ESTADO, ESTADO "
021880             FS-ESTADO
021890         GO TO 8200-EXIT.
021900     MOVE SPACES TO REG-ESTADO.
021910     MOVE C12-FECHA-EDITADA TO EST-FECHA.
021920     MOVE C12-HORA-EDITADA TO EST-HORA.
021930     MOVE C12-CODIGO-FIN TO EST-CODIGO.
021940     MOVE C12-CONT-LISTAS TO EST-LISTAS.
021950     MOVE C12-CONT-NUMEROS TO EST-NUMEROS.
021960     MOVE C12-CONT-FILAS-AUD TO EST-FILAS-AUD.
021970     MOVE C12-CONT-FILAS-REP TO EST-FILAS-REP.
021980     MOVE C12-CONT-FILAS-IF TO EST-FILAS-IF.
021990     MOVE C12-CONT-SUSPENSOS TO EST-SUSPENSOS.
022000     MOVE C12-SERIE TO EST-SERIE.
022010     WRITE REG-ESTADO.
022020     IF FS-ESTADO NOT = "00"
022030         DISPLAY "NO SE PUEDE GRABAR EL ESTADO, ESTADO "
022040             FS-ESTADO.
022050     CLOSE ARCHIVO-ESTADO.
022060 8200-EXIT.
022070     EXIT.
022080*
022090*    THE RUN-HISTORY LEDGER.  WHERE THE STATUS RECORD IS
022100*    OVERWRITTEN BY EVERY RUN, THE LEDGER IS APPENDED TO BY
022110*    EVERY ENDING, NORMAL OR NOT, SO THE OPERATIONS TREND
022120*    REPORT CAN SEE WHETHER SUSPENSE COUNTS ARE CREEPING UP OR
022130*    THE ROW VOLUME IS GROWING TOWARD THE RECONCILIATION
022140*    LIMIT.  CREATED THE FIRST TIME IT IS USED, LIKE THE AUDIT
022150*    LOG; A LEDGER THAT CANNOT BE WRITTEN IS REPORTED ON THE
022160*    CONSOLE BUT NEVER BLOCKS THE ENDING ALREADY UNDER WAY.
022170*
022180 8250-ESCRIBIR-HISTORIA.
022190     ACCEPT C12-HORA-SISTEMA FROM TIME.
022200     MOVE C12-HORAS TO HF-HORAS.
022210     MOVE C12-MINUTOS TO HF-MINUTOS.
022220     MOVE C12-SEGUNDOS TO HF-SEGUNDOS.
022230     OPEN EXTEND ARCHIVO-HISTORIA.
022240     IF FS-HISTORIA NOT = "00"
022250         OPEN OUTPUT ARCHIVO-HISTORIA.
022260     IF FS-HISTORIA NOT = "00"
022270         DISPLAY "NO SE PUEDE GRABAR LA HISTORIA, ESTADO "
022280             FS-HISTORIA
022290         GO TO 8250-EXIT.
022300     MOVE SPACES TO REG-HISTORIA.
022310     MOVE C12-FECHA-EDITADA TO HIS-FECHA.
022320     MOVE C12-HORA-EDITADA TO HIS-HORA-INICIO.
022330     MOVE C12-HORA-FIN-EDITADA TO HIS-HORA-FIN.
022340     MOVE C12-CODIGO-FIN TO HIS-CODIGO.
022350     MOVE C12-CONT-LISTAS TO HIS-LISTAS.
022360     MOVE C12-CONT-NUMEROS TO HIS-NUMEROS.
022370     MOVE C12-CONT-FILAS-AUD TO HIS-FILAS-AUD.
022380     MOVE C12-CONT-FILAS-REP TO HIS-FILAS-REP.
022390     MOVE C12-CONT-FILAS-IF TO HIS-FILAS-IF.
022400     MOVE C12-CONT-SUSPENSOS TO HIS-SUSPENSOS.
022410     MOVE C12-SERIE TO HIS-SERIE.
022420     WRITE REG-HISTORIA.
022430     IF FS-HISTORIA NOT = "00"
022440         DISPLAY "NO SE PUEDE GRABAR LA HISTORIA, ESTADO "
022450             FS-HISTORIA.
022460     CLOSE ARCHIVO-HISTORIA.
022470 8250-EXIT.
022480     EXIT.
022490*
022500*    RELEASE THE RUN LOCK: THE CONTROL RECORD IS REWRITTEN
022510*    MARKED CLOSED WITH THIS RUN'S SERIAL, SO THE NEXT RUN MAY
022520*    START.  EVERY ENDING PATH COMES THROUGH HERE; ONLY A RUN
022530*    KILLED FROM OUTSIDE LEAVES THE LOCK OPEN, AND THAT IS
022540*    EXACTLY THE CASE THE LOCK EXISTS FOR.
022550*
022560 8260-CERRAR-SERIE.
022570     IF C12-SERIE = 0
022580         GO TO 8260-EXIT.
022590     MOVE "C" TO C12-ESTADO-SERIE.
022600     PERFORM 1045-GRABAR-CTRL-EJEC THRU 1045-EXIT.
022610 8260-EXIT.
022620     EXIT.
022630*
022640*    THE AUDIT CONTROL RECORD FOR THIS SERIAL, APPENDED TO THE
022650*    LEDGER ONCE PER RUN BY WHICHEVER ENDING COMES FIRST, SO AN
022660*    ABNORMAL END STILL ACCOUNTS FOR THE ROWS IT DID WRITE.  THE
022670*    LEDGER IS CREATED THE FIRST TIME IT IS USED.  ON A NORMAL
022680*    ENDING A LEDGER THAT CANNOT BE WRITTEN STOPS THE RUN LIKE
022690*    THE AUDIT LOG ITSELF; ON AN ABNORMAL ENDING IT IS ONLY
022700*    REPORTED, SINCE THAT ENDING IS ALREADY UNDER WAY.
022710*
022720 8270-ESCRIBIR-CTRL-AUDITORIA.
022730     IF C12-SERIE = 0
022740        OR CTRL-AUD-GRABADO
022750         GO TO 8270-EXIT.
022760     SET CTRL-AUD-GRABADO TO TRUE.
022770     OPEN EXTEND ARCHIVO-CTRL-AUDITORIA.
022780     IF FS-CTRL-AUD NOT = "00"
022790         OPEN OUTPUT ARCHIVO-CTRL-AUDITORIA.
022800     IF FS-CTRL-AUD NOT = "00"
022810         PERFORM 6080-VERIFICAR-CTRL-AUD THRU 6080-EXIT
022820         GO TO 8270-EXIT.
022830     MOVE SPACES TO REG-CTRL-AUDITORIA.
022840     MOVE C12-SERIE TO CA-SERIE.
022850     MOVE C12-FECHA-EDITADA TO CA-FECHA.
022860     MOVE C12-HORA-EDITADA TO CA-HORA.
022870     MOVE C12-CONT-FILAS-AUD TO CA-FILAS.
022880     MOVE C12-TOTAL-AUD TO CA-TOTAL-ENT.
022890     MOVE "." TO CA-PUNTO.
022900     COMPUTE CA-TOTAL-DEC =
022910         (C12-TOTAL-AUD - CA-TOTAL-ENT) * 100.
022920     MOVE C12-AUD-PRIMER-VALOR TO CA-PRIMER-VALOR.
022930     MOVE C12-AUD-ULTIMO-VALOR TO CA-ULTIMO-VALOR.
022940     MOVE C12-CODIGO-FIN TO CA-CODIGO.
022950     WRITE REG-CTRL-AUDITORIA.
022960     IF FS-CTRL-AUD NOT = "00"
022970         CLOSE ARCHIVO-CTRL-AUDITORIA
022980         PERFORM 6080-VERIFICAR-CTRL-AUD THRU 6080-EXIT
022990         GO TO 8270-EXIT.
023000     CLOSE ARCHIVO-CTRL-AUDITORIA.
023010 8270-EXIT.
023020     EXIT.
023030*
023040*    THE CONSOLIDATED GRID: THE RUN'S NUMERO VALUES DOWN THE
023050*    SIDE, MULTIPLICADOR 1 THROUGH THE HIGHEST LIMIT USED
023060*    ACROSS THE TOP, SEVEN COLUMNS TO A PAGE SO THE 80-COLUMN
023070*    PRINTER NEVER WRAPS.  EACH BLOCK OF COLUMNS STARTS ITS
023080*    OWN PAGE AND LONG RUNS BREAK TO CONTINUATION PAGES.
023090*
023100 8300-REPORTE-MATRIZ.
023110     IF C12-NUM-FILAS = 0
023120         GO TO 8300-EXIT.
023130     MOVE 1 TO C12-MAT-COL-INICIO.
023140     PERFORM 8310-IMPRIMIR-BLOQUE THRU 8310-EXIT
023150         UNTIL C12-MAT-COL-INICIO > C12-MAT-MAX-MULT.
023160     IF MATRIZ-LLENA
023170         MOVE LIN-MAT-RESTO TO REG-REPORTE
023180         WRITE REG-REPORTE
023190         PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
023200 8300-EXIT.
023210     EXIT.
023220
023230 8310-IMPRIMIR-BLOQUE.
023240     COMPUTE C12-MAT-COL-FIN = C12-MAT-COL-INICIO + 6.
023250     IF C12-MAT-COL-FIN > C12-MAT-MAX-MULT
023260         MOVE C12-MAT-MAX-MULT TO C12-MAT-COL-FIN.
023270     PERFORM 8320-ENCABEZADO-MATRIZ THRU 8320-EXIT.
023280     MOVE 0 TO C12-MAT-IND-FILA.
023290     PERFORM 8330-FILA-MATRIZ THRU 8330-EXIT
023300         UNTIL C12-MAT-IND-FILA NOT < C12-NUM-FILAS.
023310     COMPUTE C12-MAT-COL-INICIO = C12-MAT-COL-FIN + 1.
023320 8310-EXIT.
023330     EXIT.
023340
023350 8320-ENCABEZADO-MATRIZ.
023360     ADD 1 TO C12-NUM-PAGINA.
023370     MOVE C12-FECHA-EDITADA TO LMT-FECHA.
023380     MOVE C12-MAT-COL-INICIO TO LMT-COL-DESDE.
023390     MOVE C12-MAT-COL-FIN TO LMT-COL-HASTA.
023400     MOVE C12-NUM-PAGINA TO LMT-PAGINA.
023410     MOVE LIN-MAT-TITULO TO REG-REPORTE.
023420     WRITE REG-REPORTE AFTER ADVANCING PAGE.
023430     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
023440     MOVE SPACES TO REG-REPORTE.
023450     WRITE REG-REPORTE.
023460     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
023470     MOVE SPACES TO C12-MAT-LINEA.
023480     MOVE "NUMERO" TO C12-MAT-LIN-VALOR.
023490     MOVE 0 TO C12-MAT-IND-CELDA.
023500     MOVE C12-MAT-COL-INICIO TO C12-MAT-IND-COL.
023510     PERFORM 8325-CABECERA-COLUMNA THRU 8325-EXIT
023520         UNTIL C12-MAT-IND-COL > C12-MAT-COL-FIN.
023530     MOVE C12-MAT-LINEA TO REG-REPORTE.
023540     WRITE REG-REPORTE.
023550     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
023560     MOVE SPACES TO REG-REPORTE.
023570     WRITE REG-REPORTE.
023580     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
023590     MOVE 0 TO C12-MAT-LIN-PAGINA.
023600 8320-EXIT.
023610     EXIT.
023620
023630 8325-CABECERA-COLUMNA.
023640     ADD 1 TO C12-MAT-IND-CELDA.
023650     MOVE C12-MAT-IND-COL TO C12-EDITA-COLUMNA.
023660     MOVE C12-EDITA-COLUMNA
023670         TO C12-MAT-LIN-TEXTO (C12-MAT-IND-CELDA).
023680     ADD 1 TO C12-MAT-IND-COL.
023690 8325-EXIT.
023700     EXIT.
023710*
023720*    ONE MATRIX LINE PER REGISTERED TABLE, CELLS TAKEN FROM
023730*    THE CURRENT BLOCK OF COLUMNS ONLY.  A FULL PAGE REPRINTS
023740*    THE BLOCK HEADING, LIKE EVERY OTHER REPORT IN THIS RUN.
023750*
023760 8330-FILA-MATRIZ.
023770     IF C12-MAT-LIN-PAGINA NOT < 55
023780         PERFORM 8320-ENCABEZADO-MATRIZ THRU 8320-EXIT.
023790     ADD 1 TO C12-MAT-IND-FILA.
023800     MOVE SPACES TO C12-MAT-LINEA.
023810     MOVE C12-MAT-VALOR (C12-MAT-IND-FILA)
023820         TO C12-MAT-LIN-VALOR.
023830     MOVE 0 TO C12-MAT-IND-CELDA.
023840     MOVE C12-MAT-COL-INICIO TO C12-MAT-IND-COL.
023850     PERFORM 8335-CELDA-MATRIZ THRU 8335-EXIT
023860         UNTIL C12-MAT-IND-COL > C12-MAT-COL-FIN.
023870     MOVE C12-MAT-LINEA TO REG-REPORTE.
023880     WRITE REG-REPORTE.
023890     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
023900     ADD 1 TO C12-MAT-LIN-PAGINA.
023910 8330-EXIT.
023920     EXIT.
023930
023940 8335-CELDA-MATRIZ.
023950     ADD 1 TO C12-MAT-IND-CELDA.
023960     MOVE C12-MAT-CELDA (C12-MAT-IND-FILA, C12-MAT-IND-COL)
023970         TO C12-MAT-LIN-TEXTO (C12-MAT-IND-CELDA).
023980     ADD 1 TO C12-MAT-IND-COL.
023990 8335-EXIT.
024000     EXIT.
024010*
024020*    COMMON ABNORMAL ENDING.  THE CALLER HAS ALREADY NAMED THE
024030*    FAILURE ON THE CONSOLE AND SET C12-CODIGO-FIN; HERE THE
024040*    STATUS RECORD IS WRITTEN SO THE SCHEDULER HOLDS THE
024050*    DOWNSTREAM JOBS, AND THE RUN ENDS WITH RETURN CODE 12.
024060*
024070 9000-TERMINACION-ANORMAL.
024080     PERFORM 8270-ESCRIBIR-CTRL-AUDITORIA THRU 8270-EXIT.
024090     PERFORM 8200-ESCRIBIR-ESTADO THRU 8200-EXIT.
024100     PERFORM 8250-ESCRIBIR-HISTORIA THRU 8250-EXIT.
024110     PERFORM 8260-CERRAR-SERIE THRU 8260-EXIT.
024120     MOVE 12 TO RETURN-CODE.
024130     STOP RUN.
024140 9000-EXIT.
024150     EXIT.
024160
024170 END PROGRAM CAPITULO-12.
024180 

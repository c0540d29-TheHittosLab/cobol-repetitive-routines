000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CADENA.
000030 AUTHOR. J. ALVAREZ.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    NIGHTLY JOB-STREAM CONTROLLER.  THE CHAIN - GENERATION,
000090*    RECONCILIATION, COMPARISON, RELEASE AND TABLE MASTER LOAD
000100*    - USED TO BE HELD TOGETHER BY THE SCHEDULER AND BY THE
000110*    NIGHT OPERATOR'S MEMORY OF THE "ONLY GO ON AFTER A CLEAN
000120*    END" RULE.  THIS JOB RUNS THE STEPS ITSELF, IN THE ORDER
000130*    THE STEP LIST GIVES THEM, AND AFTER EACH ONE CHECKS:
000140*        - THE STEP'S RETURN CODE, AND
000150*        - WHERE THE STEP LEAVES ONE, ITS RESULT FILE (ESTADO,
000160*          CONCESTA, COMPESTA OR THE LIBMANIF MANIFEST), WHICH
000170*          MUST CARRY THE NIGHT'S SERIAL,
000180*    AGAINST THE CODES THE STEP LIST ALLOWS FOR THAT STEP.  THE
000190*    FIRST STEP OUTSIDE ITS ALLOWED CODES STOPS THE CHAIN.
000200*
000210*    EVERY STEP'S START, END AND OUTCOME IS APPENDED TO THE
000220*    STEP LEDGER UNDER THE RUN SERIAL FROM RUNCTRL.  WHEN THE
000230*    CONTROLLER IS RESUBMITTED AFTER A FAILURE, THE LEDGER
000240*    SAYS WHICH STEPS ALREADY PASSED FOR THAT SERIAL: THOSE
000250*    ARE SKIPPED AND THE CHAIN STARTS AGAIN AT THE FAILED
000260*    STEP, SO NOBODY WORKS OUT THE RESTART POINT FROM THE
000270*    CONSOLE LOG.  WHEN THE LEDGER SHOWS THE LAST SERIAL
000280*    COMPLETE (OR SHOWS NOTHING FOR IT) THIS IS A NEW NIGHT
000290*    AND THE CHAIN STARTS FROM THE TOP.
000300*
000310*    THE STEP MARKED AS TAKING A NEW SERIAL (THE GENERATION
000320*    RUN) IS FOLLOWED BY A RE-READ OF RUNCTRL: THE SERIAL IT
000330*    TOOK IS THE ONE EVERY LATER STEP IS CHECKED AGAINST, AND
000340*    ANY EARLIER PASSES RECORDED FOR THE STEPS AFTER IT NO
000350*    LONGER COUNT.
000360*
000370*    STEP LIST, ONE RECORD PER STEP:
000380*        NAME (8), RESULT FILE (8, BLANK = RETURN CODE ONLY),
000390*        NEW-SERIAL MARK (S/N), UP TO FOUR ALLOWED CODES
000400*        (NNNN, SPACE-SEPARATED), THE COMMAND THAT RUNS IT.
000410*
000420*    RETURN CODE 0 MEANS THE WHOLE CHAIN ENDED WITHIN ITS
000430*    ALLOWED CODES; 8 MEANS A STEP FAILED AND THE CHAIN WAS
000440*    STOPPED (RESUBMIT TO RESTART AT THAT STEP); 12 MEANS A
000450*    FILE ERROR, A BAD STEP LIST OR AN OPEN RUN LOCK.
000460*
000470*    MODIFICATION HISTORY.
000480*    ------------------------------------------------------------
000490*    DATE        INIT  DESCRIPTION
000500*    ------------------------------------------------------------
000510*    2026-10-15  JA    NEW PROGRAM.
000520*    ------------------------------------------------------------
000530*
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. GENERIC.
000570 OBJECT-COMPUTER. GENERIC.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT LISTA-PASOS ASSIGN TO CADPASOS
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS FS-PASOS.
000640     SELECT BITACORA-PASOS ASSIGN TO CADBITAC
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS FS-BITACORA.
000680     SELECT ARCHIVO-CTRL-EJEC ASSIGN TO RUNCTRL
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         ACCESS MODE IS SEQUENTIAL
000710         FILE STATUS IS FS-CTRL-EJEC.
000720     SELECT ARCHIVO-ESTADO ASSIGN TO ESTADO
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL
000750         FILE STATUS IS FS-ESTADO.
000760     SELECT RESULTADO-CONCILIA ASSIGN TO CONCESTA
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS FS-CONCILIA.
000800     SELECT RESULTADO-COMPARA ASSIGN TO COMPESTA
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         ACCESS MODE IS SEQUENTIAL
000830         FILE STATUS IS FS-COMPARA.
000840     SELECT MANIFIESTO ASSIGN TO LIBMANIF
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         ACCESS MODE IS SEQUENTIAL
000870         FILE STATUS IS FS-MANIFIESTO.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  LISTA-PASOS
000920     LABEL RECORDS ARE STANDARD.
000930 01  REG-PASO.
000940     05  PAS-NOMBRE             PIC X(08).
000950     05  FILLER                 PIC X(01).
000960     05  PAS-RESULTADO          PIC X(08).
000970     05  FILLER                 PIC X(01).
000980     05  PAS-SERIE-NUEVA        PIC X(01).
000990     05  FILLER                 PIC X(01).
001000     05  PAS-CODIGOS.
001010         10  PAS-CODIGO OCCURS 4 TIMES.
001020             15  PAS-COD-VALOR  PIC X(04).
001030             15  FILLER         PIC X(01).
001040     05  PAS-COMANDO            PIC X(80).
001050
001060 FD  BITACORA-PASOS
001070     LABEL RECORDS ARE STANDARD.
001080 01  REG-BITACORA.
001090     05  BIT-SERIE              PIC 9(06).
001100     05  FILLER                 PIC X(01).
001110     05  BIT-PASO               PIC 9(02).
001120     05  FILLER                 PIC X(01).
001130     05  BIT-NOMBRE             PIC X(08).
001140     05  FILLER                 PIC X(01).
001150     05  BIT-FECHA              PIC X(10).
001160     05  FILLER                 PIC X(01).
001170     05  BIT-HORA-INICIO        PIC X(08).
001180     05  FILLER                 PIC X(01).
001190     05  BIT-HORA-FIN           PIC X(08).
001200     05  FILLER                 PIC X(01).
001210     05  BIT-COD-RETORNO        PIC X(04).
001220     05  FILLER                 PIC X(01).
001230     05  BIT-COD-RESULTADO      PIC X(04).
001240     05  FILLER                 PIC X(01).
001250     05  BIT-DESENLACE          PIC X(08).
001260     05  FILLER                 PIC X(01).
001270     05  BIT-DETALLE            PIC X(24).
001280
001290 FD  ARCHIVO-CTRL-EJEC
001300     LABEL RECORDS ARE STANDARD.
001310 01  REG-CTRL-EJEC.
001320     05  CTR-SERIE              PIC 9(06).
001330     05  FILLER                 PIC X(01).
001340     05  CTR-ESTADO             PIC X(01).
001350     05  FILLER                 PIC X(01).
001360     05  CTR-FECHA              PIC X(10).
001370     05  FILLER                 PIC X(01).
001380     05  CTR-HORA               PIC X(08).
001390
001400 FD  ARCHIVO-ESTADO
001410     LABEL RECORDS ARE STANDARD.
001420 01  REG-ESTADO.
001430     05  EST-FECHA              PIC X(10).
001440     05  FILLER                 PIC X(01).
001450     05  EST-HORA               PIC X(08).
001460     05  FILLER                 PIC X(01).
001470     05  EST-CODIGO             PIC X(04).
001480     05  FILLER                 PIC X(01).
001490     05  EST-LISTAS             PIC 9(05).
001500     05  FILLER                 PIC X(01).
001510     05  EST-NUMEROS            PIC 9(05).
001520     05  FILLER                 PIC X(01).
001530     05  EST-FILAS-AUD          PIC 9(07).
001540     05  FILLER                 PIC X(01).
001550     05  EST-FILAS-REP          PIC 9(07).
001560     05  FILLER                 PIC X(01).
001570     05  EST-FILAS-IF           PIC 9(07).
001580     05  FILLER                 PIC X(01).
001590     05  EST-SUSPENSOS          PIC 9(05).
001600     05  FILLER                 PIC X(01).
001610     05  EST-SERIE              PIC 9(06).
001620
001630 FD  RESULTADO-CONCILIA
001640     LABEL RECORDS ARE STANDARD.
001650 01  REG-RES-CONCILIA.
001660     05  RCN-FECHA              PIC X(10).
001670     05  FILLER                 PIC X(01).
001680     05  RCN-SERIE              PIC 9(06).
001690     05  FILLER                 PIC X(01).
001700     05  RCN-CODIGO             PIC X(04).
001710
001720 FD  RESULTADO-COMPARA
001730     LABEL RECORDS ARE STANDARD.
001740 01  REG-RES-COMPARA.
001750     05  RCO-FECHA              PIC X(10).
001760     05  FILLER                 PIC X(01).
001770     05  RCO-SERIE              PIC 9(06).
001780     05  FILLER                 PIC X(01).
001790     05  RCO-CODIGO             PIC X(04).
001800
001810 FD  MANIFIESTO
001820     LABEL RECORDS ARE STANDARD.
001830 01  REG-MANIFIESTO             PIC X(80).
001840
001850 WORKING-STORAGE SECTION.
001860*
001870*    SWITCHES AND COUNTERS.
001880*
001890 77  FS-PASOS                   PIC X(02) VALUE "00".
001900 77  FS-BITACORA                PIC X(02) VALUE "00".
001910 77  FS-CTRL-EJEC               PIC X(02) VALUE "00".
001920 77  FS-ESTADO                  PIC X(02) VALUE "00".
001930 77  FS-CONCILIA                PIC X(02) VALUE "00".
001940 77  FS-COMPARA                 PIC X(02) VALUE "00".
001950 77  FS-MANIFIESTO              PIC X(02) VALUE "00".
001960 77  CAD-MAX-PASOS              PIC 9(02) COMP VALUE 20.
001970 77  CAD-NUM-PASOS              PIC 9(02) COMP VALUE 0.
001980 77  CAD-IND                    PIC 9(02) COMP VALUE 0.
001990 77  CAD-IND-BUSCA              PIC 9(02) COMP VALUE 0.
002000 77  CAD-IND-COD                PIC 9(02) COMP VALUE 0.
002010 77  CAD-NUM-CUMPLIDOS          PIC 9(02) COMP VALUE 0.
002020 77  CAD-NUM-CODIGOS            PIC 9(02) COMP VALUE 0.
002030 77  CAD-SERIE-CTRL             PIC 9(06) VALUE 0.
002040 77  CAD-SERIE                  PIC 9(06) VALUE 0.
002050 77  CAD-ESTADO-SISTEMA         PIC S9(09) VALUE 0.
002060 77  CAD-RETORNO                PIC 9(04) VALUE 0.
002070 77  CAD-RES-SERIE              PIC 9(06) VALUE 0.
002080 77  CAD-CONT-EJECUTADOS        PIC 9(02) VALUE 0.
002090 77  CAD-CONT-OMITIDOS          PIC 9(02) VALUE 0.
002100 77  CAD-CONT-LINEAS-MANIF      PIC 9(03) VALUE 0.
002110
002120 01  SW-FIN-PASOS                PIC X(01) VALUE "N".
002130     88  FIN-PASOS                         VALUE "S".
002140 01  SW-FIN-BITACORA             PIC X(01) VALUE "N".
002150     88  FIN-BITACORA                      VALUE "S".
002160 01  SW-FIN-MANIFIESTO           PIC X(01) VALUE "N".
002170     88  FIN-MANIFIESTO                    VALUE "S".
002180 01  SW-SERIE-EN-BITACORA        PIC X(01) VALUE "N".
002190     88  SERIE-EN-BITACORA                 VALUE "S".
002200 01  SW-REANUDACION              PIC X(01) VALUE "N".
002210     88  REANUDACION                       VALUE "S".
002220 01  SW-CADENA-DETENIDA          PIC X(01) VALUE "N".
002230     88  CADENA-DETENIDA                   VALUE "S".
002240 01  SW-PASO-FALLIDO             PIC X(01) VALUE "N".
002250     88  PASO-FALLIDO                      VALUE "S".
002260 01  SW-PASO-HALLADO             PIC X(01) VALUE "N".
002270     88  PASO-HALLADO                      VALUE "S".
002280 01  SW-CODIGO-PERMITIDO         PIC X(01) VALUE "N".
002290     88  CODIGO-PERMITIDO                  VALUE "S".
002300 01  SW-RESULTADO-LEIDO          PIC X(01) VALUE "N".
002310     88  RESULTADO-LEIDO                   VALUE "S".
002320
002330 01  CAD-RESULTADO-PASO         PIC X(08) VALUE SPACES.
002340     88  RESULTADO-NINGUNO                 VALUE SPACES.
002350     88  RESULTADO-ESTADO                  VALUE "ESTADO  ".
002360     88  RESULTADO-CONCESTA                VALUE "CONCESTA".
002370     88  RESULTADO-COMPESTA                VALUE "COMPESTA".
002380     88  RESULTADO-LIBMANIF                VALUE "LIBMANIF".
002390 01  CAD-COMANDO                PIC X(80) VALUE SPACES.
002400 01  CAD-COD-A-PROBAR           PIC X(04) VALUE SPACES.
002410 01  CAD-COD-RETORNO            PIC X(04) VALUE SPACES.
002420 01  CAD-RES-CODIGO             PIC X(04) VALUE SPACES.
002430 01  CAD-DESENLACE              PIC X(08) VALUE SPACES.
002440 01  CAD-DETALLE                PIC X(24) VALUE SPACES.
002450 01  CAD-HORA-INICIO            PIC X(08) VALUE SPACES.
002460*
002470*    THE STEP LIST, HELD IN ORDER.  CAD-PAS-CUMPLIDO IS SET
002480*    FROM THE LEDGER FOR A STEP THAT ALREADY PASSED UNDER THE
002490*    SERIAL BEING RESUMED.
002500*
002510 01  CAD-TABLA-PASOS.
002520     05  CAD-PASO OCCURS 20 TIMES.
002530         10  CAD-PAS-NOMBRE     PIC X(08).
002540         10  CAD-PAS-RESULTADO  PIC X(08).
002550         10  CAD-PAS-SERIE-NUEVA PIC X(01).
002560         10  CAD-PAS-COD        PIC X(04) OCCURS 4 TIMES.
002570         10  CAD-PAS-COMANDO    PIC X(80).
002580         10  CAD-PAS-CUMPLIDO   PIC X(01).
002590
002600 01  CAD-FECHA-SISTEMA.
002610     05  CAD-ANIO               PIC 9(04).
002620     05  CAD-MES                PIC 9(02).
002630     05  CAD-DIA                PIC 9(02).
002640 01  CAD-FECHA-EDITADA.
002650     05  FE-ANIO                PIC 9(04).
002660     05  FILLER                 PIC X VALUE "-".
002670     05  FE-MES                 PIC 9(02).
002680     05  FILLER                 PIC X VALUE "-".
002690     05  FE-DIA                 PIC 9(02).
002700 01  CAD-HORA-SISTEMA.
002710     05  CAD-HORAS              PIC 9(02).
002720     05  CAD-MINUTOS            PIC 9(02).
002730     05  CAD-SEGUNDOS           PIC 9(02).
002740     05  FILLER                 PIC 9(04).
002750 01  CAD-HORA-EDITADA.
002760     05  HE-HORAS               PIC 9(02).
002770     05  FILLER                 PIC X VALUE ":".
002780     05  HE-MINUTOS             PIC 9(02).
002790     05  FILLER                 PIC X VALUE ":".
002800     05  HE-SEGUNDOS            PIC 9(02).
002810
002820 PROCEDURE DIVISION.
002830
002840 0000-MAINLINE.
002850     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002860     PERFORM 2000-LEER-BITACORA THRU 2000-EXIT.
002870     PERFORM 2500-DECIDIR-ARRANQUE THRU 2500-EXIT.
002880     OPEN EXTEND BITACORA-PASOS.
002890     IF FS-BITACORA NOT = "00"
002900         OPEN OUTPUT BITACORA-PASOS.
002910     PERFORM 6010-VERIFICAR-BITACORA THRU 6010-EXIT.
002920     MOVE 0 TO CAD-IND.
002930     PERFORM 3000-PROCESAR-PASO THRU 3000-EXIT
002940         UNTIL CAD-IND NOT < CAD-NUM-PASOS
002950            OR CADENA-DETENIDA.
002960     CLOSE BITACORA-PASOS.
002970     IF CADENA-DETENIDA
002980         DISPLAY "CADENA DETENIDA EN EL PASO "
002990             CAD-PAS-NOMBRE (CAD-IND) ", SERIE " CAD-SERIE
003000         DISPLAY "CORRIJA LA CAUSA Y REENVIE ESTE TRABAJO: "
003010             "SE REANUDARA EN ESE PASO."
003020         MOVE 8 TO RETURN-CODE
003030     ELSE
003040         DISPLAY "CADENA COMPLETA, SERIE " CAD-SERIE
003050             ", PASOS EJECUTADOS " CAD-CONT-EJECUTADOS
003060             ", OMITIDOS " CAD-CONT-OMITIDOS
003070         MOVE 0 TO RETURN-CODE.
003080     STOP RUN.
003090 0000-EXIT.
003100     EXIT.
003110*
003120*    LOAD THE STEP LIST AND READ THE RUN CONTROL RECORD.  AN
003130*    EMPTY OR MALFORMED STEP LIST STOPS THE JOB BEFORE ANY
003140*    STEP RUNS, AND SO DOES A RUN LOCK STILL MARKED OPEN: THE
003150*    GENERATION RUN WOULD REFUSE IT ANYWAY, AND A LEDGER BUILT
003160*    AROUND A HALF-FINISHED SERIAL WOULD MISLEAD THE RESTART.
003170*    A MISSING RUNCTRL IS THE FIRST NIGHT EVER: SERIAL ZERO.
003180*
003190 1000-INICIALIZAR.
003200     ACCEPT CAD-FECHA-SISTEMA FROM DATE YYYYMMDD.
003210     MOVE CAD-ANIO TO FE-ANIO.
003220     MOVE CAD-MES TO FE-MES.
003230     MOVE CAD-DIA TO FE-DIA.
003240     OPEN INPUT LISTA-PASOS.
003250     IF FS-PASOS NOT = "00"
003260         DISPLAY "FALTA LA LISTA DE PASOS (CADPASOS), ESTADO "
003270             FS-PASOS
003280         MOVE 12 TO RETURN-CODE
003290         STOP RUN.
003300     PERFORM 1100-LEER-PASO THRU 1100-EXIT
003310         UNTIL FIN-PASOS.
003320     CLOSE LISTA-PASOS.
003330     IF CAD-NUM-PASOS = 0
003340         DISPLAY "LA LISTA DE PASOS ESTA VACIA."
003350         MOVE 12 TO RETURN-CODE
003360         STOP RUN.
003370     MOVE 0 TO CAD-SERIE-CTRL.
003380     OPEN INPUT ARCHIVO-CTRL-EJEC.
003390     IF FS-CTRL-EJEC = "00"
003400         READ ARCHIVO-CTRL-EJEC
003410             AT END
003420                 CONTINUE
003430             NOT AT END
003440                 IF CTR-ESTADO = "A"
003450                     DISPLAY "HAY UNA EJECUCION ABIERTA, SERIE "
003460                         CTR-SERIE " DE " CTR-FECHA " " CTR-HORA
003470                     DISPLAY "CADENA RECHAZADA. SI LA EJECUCION "
003480                         "MURIO, LIBERE LA SERIE CON UTILCHK."
003490                     CLOSE ARCHIVO-CTRL-EJEC
003500                     MOVE 12 TO RETURN-CODE
003510                     STOP RUN
003520                 END-IF
003530                 IF CTR-SERIE IS NUMERIC
003540                     MOVE CTR-SERIE TO CAD-SERIE-CTRL
003550                 END-IF
003560         END-READ
003570         CLOSE ARCHIVO-CTRL-EJEC.
003580 1000-EXIT.
003590     EXIT.
003600*
003610*    ONE STEP LIST RECORD.  BLANK RECORDS ARE IGNORED; A STEP
003620*    WITH NO NAME, NO COMMAND, NO ALLOWED CODE OR A RESULT
003630*    FILE THIS JOB DOES NOT KNOW HOW TO READ IS A BAD LIST.
003640*
003650 1100-LEER-PASO.
003660     READ LISTA-PASOS
003670         AT END
003680             SET FIN-PASOS TO TRUE
003690         NOT AT END
003700             IF REG-PASO NOT = SPACES
003710                 PERFORM 1200-REGISTRAR-PASO THRU 1200-EXIT
003720             END-IF
003730     END-READ.
003740 1100-EXIT.
003750     EXIT.
003760
003770 1200-REGISTRAR-PASO.
003780     MOVE PAS-RESULTADO TO CAD-RESULTADO-PASO.
003790     MOVE 0 TO CAD-NUM-CODIGOS.
003800     MOVE 0 TO CAD-IND-COD.
003810     PERFORM 1250-CONTAR-CODIGO THRU 1250-EXIT
003820         UNTIL CAD-IND-COD NOT < 4.
003830     IF PAS-NOMBRE = SPACES
003840        OR PAS-COMANDO = SPACES
003850        OR CAD-NUM-CODIGOS = 0
003860         DISPLAY "PASO MAL FORMADO EN LA LISTA: " PAS-NOMBRE
003870         MOVE 12 TO RETURN-CODE
003880         STOP RUN.
003890     IF NOT RESULTADO-NINGUNO
003900        AND NOT RESULTADO-ESTADO
003910        AND NOT RESULTADO-CONCESTA
003920        AND NOT RESULTADO-COMPESTA
003930        AND NOT RESULTADO-LIBMANIF
003940         DISPLAY "ARCHIVO DE RESULTADO DESCONOCIDO EN EL PASO "
003950             PAS-NOMBRE ": " PAS-RESULTADO
003960         MOVE 12 TO RETURN-CODE
003970         STOP RUN.
003980     IF CAD-NUM-PASOS NOT < CAD-MAX-PASOS
003990         DISPLAY "DEMASIADOS PASOS EN LA LISTA, MAXIMO "
004000             CAD-MAX-PASOS
004010         MOVE 12 TO RETURN-CODE
004020         STOP RUN.
004030     ADD 1 TO CAD-NUM-PASOS.
004040     MOVE PAS-NOMBRE TO CAD-PAS-NOMBRE (CAD-NUM-PASOS).
004050     MOVE PAS-RESULTADO TO CAD-PAS-RESULTADO (CAD-NUM-PASOS).
004060     MOVE PAS-SERIE-NUEVA TO CAD-PAS-SERIE-NUEVA (CAD-NUM-PASOS).
004070     MOVE PAS-COD-VALOR (1) TO CAD-PAS-COD (CAD-NUM-PASOS, 1).
004080     MOVE PAS-COD-VALOR (2) TO CAD-PAS-COD (CAD-NUM-PASOS, 2).
004090     MOVE PAS-COD-VALOR (3) TO CAD-PAS-COD (CAD-NUM-PASOS, 3).
004100     MOVE PAS-COD-VALOR (4) TO CAD-PAS-COD (CAD-NUM-PASOS, 4).
004110     MOVE PAS-COMANDO TO CAD-PAS-COMANDO (CAD-NUM-PASOS).
004120     MOVE "N" TO CAD-PAS-CUMPLIDO (CAD-NUM-PASOS).
004130 1200-EXIT.
004140     EXIT.
004150
004160 1250-CONTAR-CODIGO.
004170     ADD 1 TO CAD-IND-COD.
004180     IF PAS-COD-VALOR (CAD-IND-COD) NOT = SPACES
004190         ADD 1 TO CAD-NUM-CODIGOS.
004200 1250-EXIT.
004210     EXIT.
004220*
004230*    READ THE WHOLE LEDGER AND KEEP, FOR EACH STEP OF THE
004240*    LIST, THE LATEST OUTCOME RECORDED UNDER THE SERIAL RUNCTRL
004250*    NAMES.  A LATER RECORD FOR THE SAME STEP OVERRIDES AN
004260*    EARLIER ONE, SO A STEP THAT FAILED AND THEN PASSED ON A
004270*    RERUN COUNTS AS PASSED.  NO LEDGER YET IS NOT AN ERROR.
004280*
004290 2000-LEER-BITACORA.
004300     OPEN INPUT BITACORA-PASOS.
004310     IF FS-BITACORA NOT = "00"
004320         GO TO 2000-EXIT.
004330     PERFORM 2100-LEER-REGISTRO THRU 2100-EXIT
004340         UNTIL FIN-BITACORA.
004350     CLOSE BITACORA-PASOS.
004360 2000-EXIT.
004370     EXIT.
004380
004390 2100-LEER-REGISTRO.
004400     READ BITACORA-PASOS
004410         AT END
004420             SET FIN-BITACORA TO TRUE
004430         NOT AT END
004440             IF BIT-SERIE IS NUMERIC
004450                AND BIT-SERIE = CAD-SERIE-CTRL
004460                 PERFORM 2200-ANOTAR-DESENLACE THRU 2200-EXIT
004470             END-IF
004480     END-READ.
004490 2100-EXIT.
004500     EXIT.
004510
004520 2200-ANOTAR-DESENLACE.
004530     SET SERIE-EN-BITACORA TO TRUE.
004540     PERFORM 2300-BUSCAR-PASO THRU 2300-EXIT.
004550     IF NOT PASO-HALLADO
004560         GO TO 2200-EXIT.
004570     IF BIT-DESENLACE = "CONFORME"
004580        OR BIT-DESENLACE = "OMITIDO "
004590         MOVE "S" TO CAD-PAS-CUMPLIDO (CAD-IND-BUSCA)
004600     ELSE
004610         MOVE "N" TO CAD-PAS-CUMPLIDO (CAD-IND-BUSCA).
004620 2200-EXIT.
004630     EXIT.
004640
004650 2300-BUSCAR-PASO.
004660     MOVE "N" TO SW-PASO-HALLADO.
004670     MOVE 0 TO CAD-IND-BUSCA.
004680     PERFORM 2350-PROBAR-PASO THRU 2350-EXIT
004690         UNTIL PASO-HALLADO
004700            OR CAD-IND-BUSCA NOT < CAD-NUM-PASOS.
004710 2300-EXIT.
004720     EXIT.
004730
004740 2350-PROBAR-PASO.
004750     ADD 1 TO CAD-IND-BUSCA.
004760     IF CAD-PAS-NOMBRE (CAD-IND-BUSCA) = BIT-NOMBRE
004770         SET PASO-HALLADO TO TRUE.
004780 2350-EXIT.
004790     EXIT.
004800*
004810*    RESTART OR NEW NIGHT.  THE LEDGER HOLDING RECORDS FOR THE
004820*    RUNCTRL SERIAL WITHOUT EVERY STEP PASSED MEANS THE LAST
004830*    CHAIN STOPPED SHORT: RESUME IT.  ANYTHING ELSE IS A NEW
004840*    NIGHT, AND EVERY STEP RUNS.
004850*
004860 2500-DECIDIR-ARRANQUE.
004870     MOVE 0 TO CAD-NUM-CUMPLIDOS.
004880     MOVE 0 TO CAD-IND.
004890     PERFORM 2550-CONTAR-CUMPLIDO THRU 2550-EXIT
004900         UNTIL CAD-IND NOT < CAD-NUM-PASOS.
004910     MOVE CAD-SERIE-CTRL TO CAD-SERIE.
004920     IF SERIE-EN-BITACORA
004930        AND CAD-NUM-CUMPLIDOS < CAD-NUM-PASOS
004940         SET REANUDACION TO TRUE
004950         DISPLAY "SE REANUDA LA CADENA DE LA SERIE " CAD-SERIE
004960             ", PASOS YA CUMPLIDOS " CAD-NUM-CUMPLIDOS
004970     ELSE
004980         MOVE 0 TO CAD-IND
004990         PERFORM 2600-OLVIDAR-CUMPLIDO THRU 2600-EXIT
005000             UNTIL CAD-IND NOT < CAD-NUM-PASOS
005010         DISPLAY "CADENA NUEVA TRAS LA SERIE " CAD-SERIE.
005020 2500-EXIT.
005030     EXIT.
005040
005050 2550-CONTAR-CUMPLIDO.
005060     ADD 1 TO CAD-IND.
005070     IF CAD-PAS-CUMPLIDO (CAD-IND) = "S"
005080         ADD 1 TO CAD-NUM-CUMPLIDOS.
005090 2550-EXIT.
005100     EXIT.
005110
005120 2600-OLVIDAR-CUMPLIDO.
005130     ADD 1 TO CAD-IND.
005140     MOVE "N" TO CAD-PAS-CUMPLIDO (CAD-IND).
005150 2600-EXIT.
005160     EXIT.
005170*
005180*    ONE STEP.  A STEP ALREADY PASSED FOR THIS SERIAL IS ONLY
005190*    NOTED IN THE LEDGER AS SKIPPED.  OTHERWISE THE COMMAND IS
005200*    RUN, ITS RETURN CODE AND RESULT FILE ARE JUDGED, THE
005210*    LEDGER GETS THE OUTCOME, AND A FAILURE STOPS THE CHAIN.
005220*
005230 3000-PROCESAR-PASO.
005240     ADD 1 TO CAD-IND.
005250     IF CAD-PAS-CUMPLIDO (CAD-IND) = "S"
005260         ADD 1 TO CAD-CONT-OMITIDOS
005270         PERFORM 3050-HORA-ACTUAL THRU 3050-EXIT
005280         MOVE CAD-HORA-EDITADA TO CAD-HORA-INICIO
005290         MOVE SPACES TO CAD-COD-RETORNO
005300         MOVE SPACES TO CAD-RES-CODIGO
005310         MOVE "OMITIDO " TO CAD-DESENLACE
005320         MOVE "CUMPLIDO EN LA SERIE" TO CAD-DETALLE
005330         PERFORM 7000-GRABAR-BITACORA THRU 7000-EXIT
005340         DISPLAY "PASO " CAD-PAS-NOMBRE (CAD-IND)
005350             " OMITIDO, YA CUMPLIDO EN LA SERIE " CAD-SERIE
005360         GO TO 3000-EXIT.
005370     ADD 1 TO CAD-CONT-EJECUTADOS.
005380     MOVE "N" TO SW-PASO-FALLIDO.
005390     MOVE SPACES TO CAD-DETALLE.
005400     MOVE SPACES TO CAD-RES-CODIGO.
005410     PERFORM 3050-HORA-ACTUAL THRU 3050-EXIT.
005420     MOVE CAD-HORA-EDITADA TO CAD-HORA-INICIO.
005430     DISPLAY "COMIENZA EL PASO " CAD-PAS-NOMBRE (CAD-IND)
005440         " A LAS " CAD-HORA-INICIO.
005450     PERFORM 3100-EJECUTAR-COMANDO THRU 3100-EXIT.
005460     IF CAD-PAS-SERIE-NUEVA (CAD-IND) = "S"
005470         PERFORM 3300-RELEER-SERIE THRU 3300-EXIT.
005480     PERFORM 3500-JUZGAR-PASO THRU 3500-EXIT.
005490     IF PASO-FALLIDO
005500         MOVE "FALLIDO " TO CAD-DESENLACE
005510         SET CADENA-DETENIDA TO TRUE
005520     ELSE
005530         MOVE "CONFORME" TO CAD-DESENLACE.
005540     PERFORM 3050-HORA-ACTUAL THRU 3050-EXIT.
005550     PERFORM 7000-GRABAR-BITACORA THRU 7000-EXIT.
005560     DISPLAY "PASO " CAD-PAS-NOMBRE (CAD-IND) " " CAD-DESENLACE
005570         " RETORNO " CAD-COD-RETORNO " RESULTADO "
005580         CAD-RES-CODIGO " " CAD-DETALLE.
005590 3000-EXIT.
005600     EXIT.
005610
005620 3050-HORA-ACTUAL.
005630     ACCEPT CAD-HORA-SISTEMA FROM TIME.
005640     MOVE CAD-HORAS TO HE-HORAS.
005650     MOVE CAD-MINUTOS TO HE-MINUTOS.
005660     MOVE CAD-SEGUNDOS TO HE-SEGUNDOS.
005670 3050-EXIT.
005680     EXIT.
005690*
005700*    RUN THE STEP'S COMMAND THROUGH THE SYSTEM SERVICE.  WHAT
005710*    COMES BACK IS THE SHELL'S WAIT STATUS: THE STEP'S OWN
005720*    RETURN CODE IS ITS HIGH-ORDER BYTE, AND A NON-ZERO LOW-
005730*    ORDER BYTE MEANS THE STEP WAS KILLED RATHER THAN ENDED.
005740*    A KILLED OR UNSTARTABLE STEP IS GIVEN CODE 9999, WHICH NO
005750*    STEP LIST ALLOWS.  RETURN-CODE IS CLEARED AFTERWARDS SO
005760*    THE STEP'S CODE IS NOT TAKEN FOR THIS JOB'S OWN.
005770*
005780 3100-EJECUTAR-COMANDO.
005790     MOVE CAD-PAS-COMANDO (CAD-IND) TO CAD-COMANDO.
005800     CALL "SYSTEM" USING CAD-COMANDO.
005810     MOVE RETURN-CODE TO CAD-ESTADO-SISTEMA.
005820     MOVE 0 TO RETURN-CODE.
005830     IF CAD-ESTADO-SISTEMA < 0
005840         MOVE 9999 TO CAD-RETORNO
005850     ELSE IF CAD-ESTADO-SISTEMA > 255
005860         DIVIDE CAD-ESTADO-SISTEMA BY 256 GIVING CAD-RETORNO
005870     ELSE IF CAD-ESTADO-SISTEMA > 0
005880         MOVE 9999 TO CAD-RETORNO
005890     ELSE
005900         MOVE 0 TO CAD-RETORNO.
005910     MOVE CAD-RETORNO TO CAD-COD-RETORNO.
005920 3100-EXIT.
005930     EXIT.
005940*
005950*    AFTER THE STEP THAT TAKES A NEW SERIAL, RUNCTRL MUST SHOW
005960*    A HIGHER SERIAL, CLOSED.  THAT SERIAL BECOMES THE ONE THE
005970*    REST OF THE CHAIN IS CHECKED AND LEDGERED UNDER, AND ANY
005980*    PASS RECORDED FOR A LATER STEP UNDER THE OLD SERIAL IS
005990*    FORGOTTEN: THOSE STEPS HAVE NOT YET SEEN THE NEW DATA.
006000*
006010 3300-RELEER-SERIE.
006020     OPEN INPUT ARCHIVO-CTRL-EJEC.
006030     IF FS-CTRL-EJEC NOT = "00"
006040         SET PASO-FALLIDO TO TRUE
006050         MOVE "RUNCTRL NO SE PUEDE LEER" TO CAD-DETALLE
006060         GO TO 3300-EXIT.
006070     READ ARCHIVO-CTRL-EJEC
006080         AT END
006090             CLOSE ARCHIVO-CTRL-EJEC
006100             SET PASO-FALLIDO TO TRUE
006110             MOVE "RUNCTRL VACIO" TO CAD-DETALLE
006120             GO TO 3300-EXIT
006130     END-READ.
006140     CLOSE ARCHIVO-CTRL-EJEC.
006150     IF CTR-SERIE IS NOT NUMERIC
006160        OR CTR-SERIE NOT > CAD-SERIE
006170         SET PASO-FALLIDO TO TRUE
006180         MOVE "NO TOMO SERIE NUEVA" TO CAD-DETALLE
006190         GO TO 3300-EXIT.
006200     MOVE CTR-SERIE TO CAD-SERIE.
006210     IF CTR-ESTADO NOT = "C"
006220         SET PASO-FALLIDO TO TRUE
006230         MOVE "LA SERIE QUEDO ABIERTA" TO CAD-DETALLE
006240         GO TO 3300-EXIT.
006250     MOVE CAD-IND TO CAD-IND-BUSCA.
006260     PERFORM 3350-OLVIDAR-POSTERIOR THRU 3350-EXIT
006270         UNTIL CAD-IND-BUSCA NOT < CAD-NUM-PASOS.
006280 3300-EXIT.
006290     EXIT.
006300
006310 3350-OLVIDAR-POSTERIOR.
006320     ADD 1 TO CAD-IND-BUSCA.
006330     MOVE "N" TO CAD-PAS-CUMPLIDO (CAD-IND-BUSCA).
006340 3350-EXIT.
006350     EXIT.
006360*
006370*    JUDGE THE STEP: ITS RETURN CODE MUST BE ONE OF THE STEP'S
006380*    ALLOWED CODES, AND SO MUST THE VERDICT IN ITS RESULT FILE,
006390*    WHICH MUST ALSO CARRY THE NIGHT'S SERIAL.  A RESULT FILE
006400*    LEFT OVER FROM ANOTHER SERIAL MEANS THE STEP NEVER WROTE
006410*    ONE, WHICH IS A FAILURE, NOT A PASS.
006420*
006430 3500-JUZGAR-PASO.
006440     IF PASO-FALLIDO
006450         GO TO 3500-EXIT.
006460     MOVE CAD-COD-RETORNO TO CAD-COD-A-PROBAR.
006470     PERFORM 3600-PROBAR-CODIGO THRU 3600-EXIT.
006480     IF NOT CODIGO-PERMITIDO
006490         SET PASO-FALLIDO TO TRUE
006500         MOVE "RETORNO NO PERMITIDO" TO CAD-DETALLE
006510         GO TO 3500-EXIT.
006520     MOVE CAD-PAS-RESULTADO (CAD-IND) TO CAD-RESULTADO-PASO.
006530     IF RESULTADO-NINGUNO
006540         GO TO 3500-EXIT.
006550     MOVE "N" TO SW-RESULTADO-LEIDO.
006560     MOVE 0 TO CAD-RES-SERIE.
006570     IF RESULTADO-ESTADO
006580         PERFORM 4100-LEER-ESTADO THRU 4100-EXIT
006590     ELSE IF RESULTADO-CONCESTA
006600         PERFORM 4200-LEER-CONCILIA THRU 4200-EXIT
006610     ELSE IF RESULTADO-COMPESTA
006620         PERFORM 4300-LEER-COMPARA THRU 4300-EXIT
006630     ELSE
006640         PERFORM 4400-LEER-MANIFIESTO THRU 4400-EXIT.
006650     IF NOT RESULTADO-LEIDO
006660         SET PASO-FALLIDO TO TRUE
006670         MOVE "FALTA EL RESULTADO" TO CAD-DETALLE
006680         GO TO 3500-EXIT.
006690     IF CAD-RES-SERIE NOT = CAD-SERIE
006700         SET PASO-FALLIDO TO TRUE
006710         MOVE "RESULTADO DE OTRA SERIE" TO CAD-DETALLE
006720         GO TO 3500-EXIT.
006730     MOVE CAD-RES-CODIGO TO CAD-COD-A-PROBAR.
006740     PERFORM 3600-PROBAR-CODIGO THRU 3600-EXIT.
006750     IF NOT CODIGO-PERMITIDO
006760         SET PASO-FALLIDO TO TRUE
006770         MOVE "RESULTADO NO PERMITIDO" TO CAD-DETALLE.
006780 3500-EXIT.
006790     EXIT.
006800
006810 3600-PROBAR-CODIGO.
006820     MOVE "N" TO SW-CODIGO-PERMITIDO.
006830     MOVE 0 TO CAD-IND-COD.
006840     PERFORM 3650-PROBAR-UNO THRU 3650-EXIT
006850         UNTIL CODIGO-PERMITIDO
006860            OR CAD-IND-COD NOT < 4.
006870 3600-EXIT.
006880     EXIT.
006890
006900 3650-PROBAR-UNO.
006910     ADD 1 TO CAD-IND-COD.
006920     IF CAD-PAS-COD (CAD-IND, CAD-IND-COD) NOT = SPACES
006930        AND CAD-PAS-COD (CAD-IND, CAD-IND-COD) = CAD-COD-A-PROBAR
006940         SET CODIGO-PERMITIDO TO TRUE.
006950 3650-EXIT.
006960     EXIT.
006970*
006980*    THE RESULT FILES.  EACH IS READ THE WAY THE GATEKEEPER
006990*    READS IT; A FILE THAT WILL NOT OPEN OR IS EMPTY LEAVES
007000*    RESULTADO-LEIDO OFF.
007010*
007020 4100-LEER-ESTADO.
007030     OPEN INPUT ARCHIVO-ESTADO.
007040     IF FS-ESTADO NOT = "00"
007050         GO TO 4100-EXIT.
007060     READ ARCHIVO-ESTADO
007070         AT END
007080             CLOSE ARCHIVO-ESTADO
007090             GO TO 4100-EXIT
007100     END-READ.
007110     CLOSE ARCHIVO-ESTADO.
007120     SET RESULTADO-LEIDO TO TRUE.
007130     IF EST-SERIE IS NUMERIC
007140         MOVE EST-SERIE TO CAD-RES-SERIE.
007150     MOVE EST-CODIGO TO CAD-RES-CODIGO.
007160 4100-EXIT.
007170     EXIT.
007180
007190 4200-LEER-CONCILIA.
007200     OPEN INPUT RESULTADO-CONCILIA.
007210     IF FS-CONCILIA NOT = "00"
007220         GO TO 4200-EXIT.
007230     READ RESULTADO-CONCILIA
007240         AT END
007250             CLOSE RESULTADO-CONCILIA
007260             GO TO 4200-EXIT
007270     END-READ.
007280     CLOSE RESULTADO-CONCILIA.
007290     SET RESULTADO-LEIDO TO TRUE.
007300     IF RCN-SERIE IS NUMERIC
007310         MOVE RCN-SERIE TO CAD-RES-SERIE.
007320     MOVE RCN-CODIGO TO CAD-RES-CODIGO.
007330 4200-EXIT.
007340     EXIT.
007350
007360 4300-LEER-COMPARA.
007370     OPEN INPUT RESULTADO-COMPARA.
007380     IF FS-COMPARA NOT = "00"
007390         GO TO 4300-EXIT.
007400     READ RESULTADO-COMPARA
007410         AT END
007420             CLOSE RESULTADO-COMPARA
007430             GO TO 4300-EXIT
007440     END-READ.
007450     CLOSE RESULTADO-COMPARA.
007460     SET RESULTADO-LEIDO TO TRUE.
007470     IF RCO-SERIE IS NUMERIC
007480         MOVE RCO-SERIE TO CAD-RES-SERIE.
007490     MOVE RCO-CODIGO TO CAD-RES-CODIGO.
007500 4300-EXIT.
007510     EXIT.
007520*
007530*    THE MANIFEST IS A PRINTED PAGE, NOT A RECORD: THE SERIAL
007540*    IS TAKEN FROM ITS TITLE LINE AND THE VERDICT FROM ITS
007550*    DECISION LINE.  LIBERADO READS AS 0000 AND A WITHHELD
007560*    FILE AS 0008, MATCHING THE GATEKEEPER'S RETURN CODES.  A
007570*    MANIFEST WITH NO DECISION LINE WAS CUT SHORT AND COUNTS
007580*    AS NOT READ.
007590*
007600 4400-LEER-MANIFIESTO.
007610     OPEN INPUT MANIFIESTO.
007620     IF FS-MANIFIESTO NOT = "00"
007630         GO TO 4400-EXIT.
007640     MOVE "N" TO SW-FIN-MANIFIESTO.
007650     MOVE 0 TO CAD-CONT-LINEAS-MANIF.
007660     PERFORM 4450-LEER-LINEA THRU 4450-EXIT
007670         UNTIL FIN-MANIFIESTO.
007680     CLOSE MANIFIESTO.
007690 4400-EXIT.
007700     EXIT.
007710
007720 4450-LEER-LINEA.
007730     READ MANIFIESTO
007740         AT END
007750             SET FIN-MANIFIESTO TO TRUE
007760         NOT AT END
007770             ADD 1 TO CAD-CONT-LINEAS-MANIF
007780             IF CAD-CONT-LINEAS-MANIF = 1
007790                AND REG-MANIFIESTO (63:6) IS NUMERIC
007800                 MOVE REG-MANIFIESTO (63:6) TO CAD-RES-SERIE
007810             END-IF
007820             IF REG-MANIFIESTO (1:10) = "DECISION: "
007830                 SET RESULTADO-LEIDO TO TRUE
007840                 IF REG-MANIFIESTO (11:8) = "LIBERADO"
007850                     MOVE "0000" TO CAD-RES-CODIGO
007860                 ELSE
007870                     MOVE "0008" TO CAD-RES-CODIGO
007880                 END-IF
007890             END-IF
007900     END-READ.
007910 4450-EXIT.
007920     EXIT.
007930*
007940*    SHARED FILE-STATUS CHECK.  THE LEDGER IS WHAT THE NEXT
007950*    RESTART TRUSTS, SO A LEDGER THAT CANNOT BE WRITTEN STOPS
007960*    THE CHAIN AT ONCE.
007970*
007980 6010-VERIFICAR-BITACORA.
007990     IF FS-BITACORA NOT = "00"
008000         DISPLAY "ERROR EN LA BITACORA DE PASOS, ESTADO "
008010             FS-BITACORA
008020         MOVE 12 TO RETURN-CODE
008030         STOP RUN.
008040 6010-EXIT.
008050     EXIT.
008060*
008070*    ONE LEDGER RECORD PER STEP CONSIDERED, RUN OR SKIPPED.
008080*
008090 7000-GRABAR-BITACORA.
008100     MOVE SPACES TO REG-BITACORA.
008110     MOVE CAD-SERIE TO BIT-SERIE.
008120     MOVE CAD-IND TO BIT-PASO.
008130     MOVE CAD-PAS-NOMBRE (CAD-IND) TO BIT-NOMBRE.
008140     MOVE CAD-FECHA-EDITADA TO BIT-FECHA.
008150     MOVE CAD-HORA-INICIO TO BIT-HORA-INICIO.
008160     MOVE CAD-HORA-EDITADA TO BIT-HORA-FIN.
008170     MOVE CAD-COD-RETORNO TO BIT-COD-RETORNO.
008180     MOVE CAD-RES-CODIGO TO BIT-COD-RESULTADO.
008190     MOVE CAD-DESENLACE TO BIT-DESENLACE.
008200     MOVE CAD-DETALLE TO BIT-DETALLE.
008210     WRITE REG-BITACORA.
008220     PERFORM 6010-VERIFICAR-BITACORA THRU 6010-EXIT.
008230 7000-EXIT.
008240     EXIT.
008250
008260 END PROGRAM CADENA.

000360*                       A FIFTH CHECK: ITS DETAIL COUNT AND
000370*                       SERIAL MUST PROVE OUT BEFORE THE COPY,
000380*                       SO A TRUNCATED FILE IS NEVER RELEASED.
000390*    2026-10-15  JA    THE MANIFEST OF A RELEASED FILE NOW ALSO
000400*                       CARRIES THE TRAILER'S CONTROL TOTAL, SO
000410*                       THE RECEIPT ACKNOWLEDGEMENTS CAN BE
000420*                       MATCHED ON IT AS WELL AS ON THE ROWS.
000430*    2026-10-15  JA    INTERFACE RECORDS GROW FROM 41 TO 45
000440*                       BYTES FOR THE CURRENCY CODE OF
000450*                       CONVERTED PRICE TABLES.
000460*    2026-10-15  JA    THE MANIFEST HEADING NOW CARRIES THE RUN
000470*                       SERIAL: IT IS TAKEN FROM THE RUN CONTROL
000480*                       FILE BEFORE THE HEADING IS WRITTEN, SINCE
000490*                       THE JOB-STREAM CONTROLLER AND THE RECEIPT
000500*                       MATCH READ IT FROM THERE.  ZEROS REMAIN
000510*                       ONLY WHEN THE CONTROL FILE CANNOT BE READ.
000520*    ------------------------------------------------------------
000530*
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. GENERIC.
000570 OBJECT-COMPUTER. GENERIC.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT ARCHIVO-CTRL-EJEC ASSIGN TO RUNCTRL
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS FS-CTRL-EJEC.
000640     SELECT ARCHIVO-ESTADO ASSIGN TO ESTADO
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS FS-ESTADO.
000680     SELECT RESULTADO-CONCILIA ASSIGN TO CONCESTA
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         ACCESS MODE IS SEQUENTIAL
000710         FILE STATUS IS FS-CONCILIA.
000720     SELECT RESULTADO-COMPARA ASSIGN TO COMPESTA
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL
000750         FILE STATUS IS FS-COMPARA.
000760     SELECT ARCHIVO-INTERFAZ ASSIGN TO INTERFAZ
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS FS-INTERFAZ.
000800     SELECT INTERFAZ-LIBERADA ASSIGN TO LIBERADO
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         ACCESS MODE IS SEQUENTIAL
000830         FILE STATUS IS FS-LIBERADA.
000840     SELECT MANIFIESTO ASSIGN TO LIBMANIF
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         ACCESS MODE IS SEQUENTIAL
000870         FILE STATUS IS FS-MANIFIESTO.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  ARCHIVO-CTRL-EJEC
000920     LABEL RECORDS ARE STANDARD.
000930 01  REG-CTRL-EJEC.
000940     05  CTR-SERIE              PIC 9(06).
000950     05  FILLER                 PIC X(01).
000960     05  CTR-ESTADO             PIC X(01).
000970     05  FILLER                 PIC X(01).
000980     05  CTR-FECHA              PIC X(10).
000990     05  FILLER                 PIC X(01).
001000     05  CTR-HORA               PIC X(08).
001010
001020 FD  ARCHIVO-ESTADO
001030     LABEL RECORDS ARE STANDARD.
001040 01  REG-ESTADO.
001050     05  EST-FECHA              PIC X(10).
001060     05  FILLER                 PIC X(01).
001070     05  EST-HORA               PIC X(08).
001080     05  FILLER                 PIC X(01).
001090     05  EST-CODIGO             PIC X(04).
001100     05  FILLER                 PIC X(01).
001110     05  EST-LISTAS             PIC 9(05).
001120     05  FILLER                 PIC X(01).
001130     05  EST-NUMEROS            PIC 9(05).
001140     05  FILLER                 PIC X(01).
001150     05  EST-FILAS-AUD          PIC 9(07).
001160     05  FILLER                 PIC X(01).
001170     05  EST-FILAS-REP          PIC 9(07).
001180     05  FILLER                 PIC X(01).
001190     05  EST-FILAS-IF           PIC 9(07).
001200     05  FILLER                 PIC X(01).
001210     05  EST-SUSPENSOS          PIC 9(05).
001220     05  FILLER                 PIC X(01).
001230     05  EST-SERIE              PIC 9(06).
001240
001250 FD  RESULTADO-CONCILIA
001260     LABEL RECORDS ARE STANDARD.
001270 01  REG-RES-CONCILIA.
001280     05  RCN-FECHA              PIC X(10).
001290     05  FILLER                 PIC X(01).
001300     05  RCN-SERIE              PIC 9(06).
001310     05  FILLER                 PIC X(01).
001320     05  RCN-CODIGO             PIC X(04).
001330
001340 FD  RESULTADO-COMPARA
001350     LABEL RECORDS ARE STANDARD.
001360 01  REG-RES-COMPARA.
001370     05  RCO-FECHA              PIC X(10).
001380     05  FILLER                 PIC X(01).
001390     05  RCO-SERIE              PIC 9(06).
001400     05  FILLER                 PIC X(01).
001410     05  RCO-CODIGO             PIC X(04).
001420
001430 FD  ARCHIVO-INTERFAZ
001440     LABEL RECORDS ARE STANDARD.
001450 01  REG-INTERFAZ               PIC X(45).
001460 01  REG-INTERFAZ-PIE.
001470     05  PIE-TIPO               PIC X(01).
001480     05  FILLER                 PIC X(01).
001490     05  PIE-CONT               PIC 9(07).
001500     05  FILLER                 PIC X(01).
001510     05  PIE-TOTAL-ENT          PIC 9(09).
001520     05  PIE-PUNTO              PIC X(01).
001530     05  PIE-TOTAL-DEC          PIC 9(02).
001540     05  FILLER                 PIC X(01).
001550     05  PIE-SERIE              PIC 9(06).
001560
001570 FD  INTERFAZ-LIBERADA
001580     LABEL RECORDS ARE STANDARD.
001590 01  REG-LIBERADA               PIC X(45).
001600
001610 FD  MANIFIESTO
001620     LABEL RECORDS ARE STANDARD.
001630 01  REG-MANIFIESTO             PIC X(80).
001640
001650 WORKING-STORAGE SECTION.
001660*
001670*    SWITCHES AND COUNTERS.
001680*
001690 77  FS-CTRL-EJEC               PIC X(02) VALUE "00".
001700 77  FS-ESTADO                  PIC X(02) VALUE "00".
001710 77  FS-CONCILIA                PIC X(02) VALUE "00".
001720 77  FS-COMPARA                 PIC X(02) VALUE "00".
001730 77  FS-INTERFAZ                PIC X(02) VALUE "00".
001740 77  FS-LIBERADA                PIC X(02) VALUE "00".
001750 77  FS-MANIFIESTO              PIC X(02) VALUE "00".
001760 77  LIB-SERIE                  PIC 9(06) VALUE 0.
001770 77  LIB-CONT-FILAS             PIC 9(07) VALUE 0.
001780 77  LIB-CONT-BLOQUEOS          PIC 9(03) VALUE 0.
001790 77  LIB-CONT-DETALLE           PIC 9(07) VALUE 0.
001800 77  LIB-PIE-CONT               PIC 9(07) VALUE 0.
001810 77  LIB-PIE-TOTAL-ENT          PIC 9(09) VALUE 0.
001820 77  LIB-PIE-TOTAL-DEC          PIC 9(02) VALUE 0.
001830
001840 01  SW-FIN-INTERFAZ             PIC X(01) VALUE "N".
001850     88  FIN-INTERFAZ                      VALUE "S".
001860 01  SW-PIE-VISTO                PIC X(01) VALUE "N".
001870     88  PIE-VISTO                         VALUE "S".
001880
001890 01  LIB-FECHA-SISTEMA.
001900     05  LIB-ANIO               PIC 9(04).
001910     05  LIB-MES                PIC 9(02).
001920     05  LIB-DIA                PIC 9(02).
001930 01  LIB-FECHA-EDITADA.
001940     05  FE-ANIO                PIC 9(04).
001950     05  FILLER                 PIC X VALUE "-".
001960     05  FE-MES                 PIC 9(02).
001970     05  FILLER                 PIC X VALUE "-".
001980     05  FE-DIA                 PIC 9(02).
001990 01  LIB-HORA-SISTEMA.
002000     05  LIB-HORAS              PIC 9(02).
002010     05  LIB-MINUTOS            PIC 9(02).
002020     05  LIB-SEGUNDOS           PIC 9(02).
002030     05  FILLER                 PIC 9(04).
002040 01  LIB-HORA-EDITADA.
002050     05  HE-HORAS               PIC 9(02).
002060     05  FILLER                 PIC X VALUE ":".
002070     05  HE-MINUTOS             PIC 9(02).
002080     05  FILLER                 PIC X VALUE ":".
002090     05  HE-SEGUNDOS            PIC 9(02).
002100
002110 01  LIN-TITULO.
002120     05  FILLER                 PIC X(26) VALUE
002130         "MANIFIESTO DE LIBERACION  ".
002140     05  FILLER                 PIC X(07) VALUE "FECHA: ".
002150     05  LT-FECHA               PIC X(10).
002160     05  FILLER                 PIC X(02) VALUE SPACES.
002170     05  LT-HORA                PIC X(08).
002180     05  FILLER                 PIC X(09) VALUE "  SERIE: ".
002190     05  LT-SERIE               PIC 9(06).
002200     05  FILLER                 PIC X(12) VALUE SPACES.
002210 01  LIN-COMPROBACION.
002220     05  LC-NOMBRE              PIC X(34).
002230     05  FILLER                 PIC X(02) VALUE SPACES.
002240     05  LC-VEREDICTO           PIC X(08).
002250     05  FILLER                 PIC X(02) VALUE SPACES.
002260     05  LC-DETALLE             PIC X(24).
002270     05  FILLER                 PIC X(10) VALUE SPACES.
002280 01  LIN-FILAS.
002290     05  FILLER                 PIC X(22) VALUE
002300         "FILAS LIBERADAS:      ".
002310     05  LF-CONT                PIC Z(06)9.
002320     05  FILLER                 PIC X(51) VALUE SPACES.
002330 01  LIN-TOTAL-CONTROL.
002340     05  FILLER                 PIC X(22) VALUE
002350         "TOTAL DE CONTROL:     ".
002360     05  LTC-TOTAL-ENT          PIC Z(08)9.
002370     05  FILLER                 PIC X(01) VALUE ".".
002380     05  LTC-TOTAL-DEC          PIC 9(02).
002390     05  FILLER                 PIC X(46) VALUE SPACES.
002400 01  LIN-DECISION.
002410     05  FILLER                 PIC X(10) VALUE "DECISION: ".
002420     05  LD-TEXTO               PIC X(40).
002430     05  FILLER                 PIC X(30) VALUE SPACES.
002440
002450 PROCEDURE DIVISION.
002460
002470 0000-MAINLINE.
002480     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002490     PERFORM 2000-COMPROBAR-CONTROL THRU 2000-EXIT.
002500     PERFORM 3000-COMPROBAR-ESTADO THRU 3000-EXIT.
002510     PERFORM 4000-COMPROBAR-CONCILIA THRU 4000-EXIT.
002520     PERFORM 5000-COMPROBAR-COMPARA THRU 5000-EXIT.
002530     PERFORM 5500-COMPROBAR-ENVOLTORIO THRU 5500-EXIT.
002540     IF LIB-CONT-BLOQUEOS = 0
002550         PERFORM 6000-COPIAR-INTERFAZ THRU 6000-EXIT
002560         MOVE LIB-CONT-FILAS TO LF-CONT
002570         MOVE LIN-FILAS TO REG-MANIFIESTO
002580         WRITE REG-MANIFIESTO
002590         PERFORM 6510-VERIFICAR-MANIFIESTO THRU 6510-EXIT
002600         MOVE LIB-PIE-TOTAL-ENT TO LTC-TOTAL-ENT
002610         MOVE LIB-PIE-TOTAL-DEC TO LTC-TOTAL-DEC
002620         MOVE LIN-TOTAL-CONTROL TO REG-MANIFIESTO
002630         WRITE REG-MANIFIESTO
002640         PERFORM 6510-VERIFICAR-MANIFIESTO THRU 6510-EXIT
002650         MOVE "LIBERADO" TO LD-TEXTO
002660         MOVE LIN-DECISION TO REG-MANIFIESTO
002670         WRITE REG-MANIFIESTO
002680         PERFORM 6510-VERIFICAR-MANIFIESTO THRU 6510-EXIT
002690         DISPLAY "INTERFAZ LIBERADA, SERIE " LIB-SERIE
002700         CLOSE MANIFIESTO
002710         MOVE 0 TO RETURN-CODE
002720     ELSE
002730         MOVE "RETENIDO, VEA LAS COMPROBACIONES" TO LD-TEXTO
002740         MOVE LIN-DECISION TO REG-MANIFIESTO
002750         WRITE REG-MANIFIESTO
002760         PERFORM 6510-VERIFICAR-MANIFIESTO THRU 6510-EXIT
002770         DISPLAY "INTERFAZ RETENIDA, COMPROBACIONES FALLIDAS: "
002780             LIB-CONT-BLOQUEOS
002790         CLOSE MANIFIESTO
002800         MOVE 8 TO RETURN-CODE.
002810     STOP RUN.
002820 0000-EXIT.
002830     EXIT.
002840*
002850*    OPEN THE MANIFEST AND STAMP ITS HEADING.  THE MANIFEST IS
002860*    WRITTEN WHETHER THE FILE GOES OUT OR NOT, SO THE MORNING
002870*    DESK ALWAYS HAS ONE PAGE SAYING WHAT WAS DECIDED AND WHY.
002880*    THE HEADING CARRIES THE SERIAL FROM THE RUN CONTROL FILE,
002890*    WHICH DOWNSTREAM JOBS READ FROM IT; CHECK ONE STILL PASSES
002900*    JUDGEMENT ON THAT RECORD BELOW.
002910*
002920 1000-INICIALIZAR.
002930     ACCEPT LIB-FECHA-SISTEMA FROM DATE YYYYMMDD.
002940     MOVE LIB-ANIO TO FE-ANIO.
002950     MOVE LIB-MES TO FE-MES.
002960     MOVE LIB-DIA TO FE-DIA.
002970     ACCEPT LIB-HORA-SISTEMA FROM TIME.
002980     MOVE LIB-HORAS TO HE-HORAS.
002990     MOVE LIB-MINUTOS TO HE-MINUTOS.
003000     MOVE LIB-SEGUNDOS TO HE-SEGUNDOS.
003010     OPEN OUTPUT MANIFIESTO.
003020     PERFORM 6510-VERIFICAR-MANIFIESTO THRU 6510-EXIT.
003030     MOVE LIB-FECHA-EDITADA TO LT-FECHA.
003040     MOVE LIB-HORA-EDITADA TO LT-HORA.
003050     PERFORM 1100-LEER-SERIE THRU 1100-EXIT.
003060     MOVE LIN-TITULO TO REG-MANIFIESTO.
003070     WRITE REG-MANIFIESTO.
003080     PERFORM 6510-VERIFICAR-MANIFIESTO THRU 6510-EXIT.
003090     MOVE SPACES TO REG-MANIFIESTO.
003100     WRITE REG-MANIFIESTO.
003110     PERFORM 6510-VERIFICAR-MANIFIESTO THRU 6510-EXIT.
003120 1000-EXIT.
003130     EXIT.
003140*
003150*    THE SERIAL FOR THE HEADING ONLY.  A CONTROL FILE THAT IS
003160*    MISSING, EMPTY OR UNREADABLE LEAVES ZEROS, AND CHECK ONE
003170*    BLOCKS THE RELEASE FOR IT.
003180*
003190 1100-LEER-SERIE.
003200     MOVE 0 TO LT-SERIE.
003210     OPEN INPUT ARCHIVO-CTRL-EJEC.
003220     IF FS-CTRL-EJEC NOT = "00"
003230         GO TO 1100-EXIT.
003240     READ ARCHIVO-CTRL-EJEC
003250         AT END
003260             CONTINUE
003270         NOT AT END
003280             IF CTR-SERIE IS NUMERIC
003290                 MOVE CTR-SERIE TO LT-SERIE
003300             END-IF
003310     END-READ.
003320     CLOSE ARCHIVO-CTRL-EJEC.
003330 1100-EXIT.
003340     EXIT.
003350*
003360*    CHECK ONE: THE RUN CONTROL RECORD EXISTS, IS MARKED
003370*    CLOSED, AND NAMES THE SERIAL EVERYTHING ELSE MUST MATCH.
003380*    THE SERIAL IS ALREADY ON THE MANIFEST HEADING (1100).
003390*
003400 2000-COMPROBAR-CONTROL.
003410     MOVE "CONTROL DE EJECUCION (RUNCTRL)" TO LC-NOMBRE.
003420     OPEN INPUT ARCHIVO-CTRL-EJEC.
003430     IF FS-CTRL-EJEC NOT = "00"
003440         PERFORM 7100-ANOTAR-BLOQUEO THRU 7100-EXIT
003450         GO TO 2000-EXIT.
003460     READ ARCHIVO-CTRL-EJEC
003470         AT END
003480             CLOSE ARCHIVO-CTRL-EJEC
003490             PERFORM 7100-ANOTAR-BLOQUEO THRU 7100-EXIT
003500             GO TO 2000-EXIT
003510     END-READ.
003520     CLOSE ARCHIVO-CTRL-EJEC.
003530     IF CTR-SERIE IS NOT NUMERIC
003540         PERFORM 7100-ANOTAR-BLOQUEO THRU 7100-EXIT
003550         GO TO 2000-EXIT.
003560     IF CTR-ESTADO NOT = "C"
003570         MOVE "LA EJECUCION SIGUE ABIERTA" TO LC-DETALLE
003580         PERFORM 7150-ANOTAR-BLOQUEO-DET THRU 7150-EXIT
003590         GO TO 2000-EXIT.
003600     MOVE CTR-SERIE TO LIB-SERIE.
003610     PERFORM 7000-ANOTAR-CONFORME THRU 7000-EXIT.
003620 2000-EXIT.
003630     EXIT.
003640*
003650*    CHECK TWO: THE GENERATION RUN'S OWN STATUS RECORD, WHICH
003660*    MUST CARRY THIS SERIAL AND THE CLEAN COMPLETION CODE.
003670*
003680 3000-COMPROBAR-ESTADO.
003690     MOVE "ESTADO DE LA GENERACION (ESTADO)" TO LC-NOMBRE.
003700     OPEN INPUT ARCHIVO-ESTADO.
003710     IF FS-ESTADO NOT = "00"
003720         PERFORM 7100-ANOTAR-BLOQUEO THRU 7100-EXIT
003730         GO TO 3000-EXIT.
003740     READ ARCHIVO-ESTADO
003750         AT END
003760             CLOSE ARCHIVO-ESTADO
003770             PERFORM 7100-ANOTAR-BLOQUEO THRU 7100-EXIT
003780             GO TO 3000-EXIT
003790     END-READ.
003800     CLOSE ARCHIVO-ESTADO.
003810     IF EST-SERIE IS NOT NUMERIC
003820        OR EST-SERIE NOT = LIB-SERIE
003830         MOVE "SERIE DISTINTA" TO LC-DETALLE
003840         PERFORM 7150-ANOTAR-BLOQUEO-DET THRU 7150-EXIT
003850         GO TO 3000-EXIT.
003860     IF EST-CODIGO NOT = "0000"
003870         MOVE "CODIGO " TO LC-DETALLE
003880         MOVE EST-CODIGO TO LC-DETALLE (8:4)
003890         PERFORM 7150-ANOTAR-BLOQUEO-DET THRU 7150-EXIT
003900         GO TO 3000-EXIT.
003910     PERFORM 7000-ANOTAR-CONFORME THRU 7000-EXIT.
003920 3000-EXIT.
003930     EXIT.
003940*
003950*    CHECK THREE: THE RECONCILIATION VERDICT.
003960*
003970 4000-COMPROBAR-CONCILIA.
003980     MOVE "CONCILIACION (CONCESTA)" TO LC-NOMBRE.
003990     OPEN INPUT RESULTADO-CONCILIA.
004000     IF FS-CONCILIA NOT = "00"
004010         PERFORM 7100-ANOTAR-BLOQUEO THRU 7100-EXIT
004020         GO TO 4000-EXIT.
004030     READ RESULTADO-CONCILIA
004040         AT END
004050             CLOSE RESULTADO-CONCILIA
004060             PERFORM 7100-ANOTAR-BLOQUEO THRU 7100-EXIT
004070             GO TO 4000-EXIT
004080     END-READ.
004090     CLOSE RESULTADO-CONCILIA.
004100     IF RCN-SERIE IS NOT NUMERIC
004110        OR RCN-SERIE NOT = LIB-SERIE
004120         MOVE "SERIE DISTINTA" TO LC-DETALLE
004130         PERFORM 7150-ANOTAR-BLOQUEO-DET THRU 7150-EXIT
004140         GO TO 4000-EXIT.
004150     IF RCN-CODIGO NOT = "0000"
004160         MOVE "FUERA DE CUADRE" TO LC-DETALLE
004170         PERFORM 7150-ANOTAR-BLOQUEO-DET THRU 7150-EXIT
004180         GO TO 4000-EXIT.
004190     PERFORM 7000-ANOTAR-CONFORME THRU 7000-EXIT.
004200 4000-EXIT.
004210     EXIT.
004220*
004230*    CHECK FOUR: THE COMPARISON VERDICT.  DIFFERENCES SINCE
004240*    LAST RUN ARE FOR A PERSON TO REVIEW; THE GATEKEEPER ONLY
004250*    RELEASES A FILE WHOSE EVERY CHECK CAME BACK CLEAN.
004260*
004270 5000-COMPROBAR-COMPARA.
004280     MOVE "COMPARACION (COMPESTA)" TO LC-NOMBRE.
004290     OPEN INPUT RESULTADO-COMPARA.
004300     IF FS-COMPARA NOT = "00"
004310         PERFORM 7100-ANOTAR-BLOQUEO THRU 7100-EXIT
004320         GO TO 5000-EXIT.
004330     READ RESULTADO-COMPARA
004340         AT END
004350             CLOSE RESULTADO-COMPARA
004360             PERFORM 7100-ANOTAR-BLOQUEO THRU 7100-EXIT
004370             GO TO 5000-EXIT
004380     END-READ.
004390     CLOSE RESULTADO-COMPARA.
004400     IF RCO-SERIE IS NOT NUMERIC
004410        OR RCO-SERIE NOT = LIB-SERIE
004420         MOVE "SERIE DISTINTA" TO LC-DETALLE
004430         PERFORM 7150-ANOTAR-BLOQUEO-DET THRU 7150-EXIT
004440         GO TO 5000-EXIT.
004450     IF RCO-CODIGO NOT = "0000"
004460         MOVE "HAY DIFERENCIAS" TO LC-DETALLE
004470         PERFORM 7150-ANOTAR-BLOQUEO-DET THRU 7150-EXIT
004480         GO TO 5000-EXIT.
004490     PERFORM 7000-ANOTAR-CONFORME THRU 7000-EXIT.
004500 5000-EXIT.
004510     EXIT.
004520*
004530*    CHECK FIVE: THE FILE'S OWN TRAILER.  THE DETAIL ROWS ARE
004540*    COUNTED IN A PRE-PASS AND MUST MATCH THE TRAILER COUNT,
004550*    AND THE TRAILER MUST CARRY THE SERIAL BEING RELEASED, SO
004560*    A TRUNCATED OR FOREIGN FILE NEVER GOES OUT.
004570*
004580 5500-COMPROBAR-ENVOLTORIO.
004590     MOVE "ENVOLTORIO DE LA INTERFAZ" TO LC-NOMBRE.
004600     OPEN INPUT ARCHIVO-INTERFAZ.
004610     IF FS-INTERFAZ NOT = "00"
004620         PERFORM 7100-ANOTAR-BLOQUEO THRU 7100-EXIT
004630         GO TO 5500-EXIT.
004640     PERFORM 5600-LEER-COMPROBACION THRU 5600-EXIT
004650         UNTIL FIN-INTERFAZ.
004660     CLOSE ARCHIVO-INTERFAZ.
004670     MOVE "N" TO SW-FIN-INTERFAZ.
004680     IF NOT PIE-VISTO
004690         MOVE "TRAILER AUSENTE" TO LC-DETALLE
004700         PERFORM 7150-ANOTAR-BLOQUEO-DET THRU 7150-EXIT
004710         GO TO 5500-EXIT.
004720     IF LIB-PIE-CONT NOT = LIB-CONT-DETALLE
004730         MOVE "CUENTA NO CUADRA" TO LC-DETALLE
004740         PERFORM 7150-ANOTAR-BLOQUEO-DET THRU 7150-EXIT
004750         GO TO 5500-EXIT.
004760     IF PIE-SERIE IS NOT NUMERIC
004770        OR PIE-SERIE NOT = LIB-SERIE
004780         MOVE "SERIE DISTINTA" TO LC-DETALLE
004790         PERFORM 7150-ANOTAR-BLOQUEO-DET THRU 7150-EXIT
004800         GO TO 5500-EXIT.
004810     PERFORM 7000-ANOTAR-CONFORME THRU 7000-EXIT.
004820 5500-EXIT.
004830     EXIT.
004840
004850 5600-LEER-COMPROBACION.
004860     READ ARCHIVO-INTERFAZ
004870         AT END
004880             SET FIN-INTERFAZ TO TRUE
004890         NOT AT END
004900             IF REG-INTERFAZ (1:1) = "T"
004910                 SET PIE-VISTO TO TRUE
004920                 MOVE PIE-CONT TO LIB-PIE-CONT
004930                 IF PIE-TOTAL-ENT IS NUMERIC
004940                    AND PIE-TOTAL-DEC IS NUMERIC
004950                     MOVE PIE-TOTAL-ENT TO LIB-PIE-TOTAL-ENT
004960                     MOVE PIE-TOTAL-DEC TO LIB-PIE-TOTAL-DEC
004970                 END-IF
004980             ELSE IF REG-INTERFAZ (1:1) NOT = "H"
004990                 ADD 1 TO LIB-CONT-DETALLE
005000             END-IF
005010     END-READ.
005020 5600-EXIT.
005030     EXIT.
005040*
005050*    EVERY CHECK PASSED: COPY THE FILE - ENVELOPE AND ALL - TO
005060*    THE RELEASED DATASET, COUNTING THE DETAIL ROWS FOR THE
005070*    MANIFEST.
005080*
005090 6000-COPIAR-INTERFAZ.
005100     OPEN INPUT ARCHIVO-INTERFAZ.
005110     PERFORM 6520-VERIFICAR-INTERFAZ THRU 6520-EXIT.
005120     OPEN OUTPUT INTERFAZ-LIBERADA.
005130     PERFORM 6530-VERIFICAR-LIBERADA THRU 6530-EXIT.
005140     PERFORM 6100-COPIAR-FILA THRU 6100-EXIT
005150         UNTIL FIN-INTERFAZ.
005160     CLOSE ARCHIVO-INTERFAZ.
005170     CLOSE INTERFAZ-LIBERADA.
005180 6000-EXIT.
005190     EXIT.
005200
005210 6100-COPIAR-FILA.
005220     READ ARCHIVO-INTERFAZ
005230         AT END
005240             SET FIN-INTERFAZ TO TRUE
005250         NOT AT END
005260             MOVE REG-INTERFAZ TO REG-LIBERADA
005270             WRITE REG-LIBERADA
005280             PERFORM 6530-VERIFICAR-LIBERADA THRU 6530-EXIT
005290             IF REG-INTERFAZ (1:1) NOT = "H"
005300                AND REG-INTERFAZ (1:1) NOT = "T"
005310                 ADD 1 TO LIB-CONT-FILAS
005320             END-IF
005330     END-READ.
005340 6100-EXIT.
005350     EXIT.
005360*
005370*    ONE MANIFEST LINE PER CHECK.  CONFORME OR BLOQUEA, WITH
005380*    A SHORT REASON WHERE THERE IS ONE, AND AN ECHO ON THE
005390*    CONSOLE FOR THE BLOCKED ONES.
005400*
005410 7000-ANOTAR-CONFORME.
005420     MOVE "CONFORME" TO LC-VEREDICTO.
005430     MOVE SPACES TO LC-DETALLE.
005440     MOVE LIN-COMPROBACION TO REG-MANIFIESTO.
005450     WRITE REG-MANIFIESTO.
005460     PERFORM 6510-VERIFICAR-MANIFIESTO THRU 6510-EXIT.
005470 7000-EXIT.
005480     EXIT.
005490
005500 7100-ANOTAR-BLOQUEO.
005510     MOVE "FALTA O NO SE PUEDE LEER" TO LC-DETALLE.
005520     PERFORM 7150-ANOTAR-BLOQUEO-DET THRU 7150-EXIT.
005530 7100-EXIT.
005540     EXIT.
005550
005560 7150-ANOTAR-BLOQUEO-DET.
005570     ADD 1 TO LIB-CONT-BLOQUEOS.
005580     MOVE "BLOQUEA " TO LC-VEREDICTO.
005590     MOVE LIN-COMPROBACION TO REG-MANIFIESTO.
005600     WRITE REG-MANIFIESTO.
005610     PERFORM 6510-VERIFICAR-MANIFIESTO THRU 6510-EXIT.
005620     DISPLAY "BLOQUEA LA LIBERACION: " LC-NOMBRE
005630         " - " LC-DETALLE.
005640 7150-EXIT.
005650     EXIT.
005660*
005670*    SHARED FILE-STATUS CHECKS.  THE MANIFEST AND THE RELEASED
005680*    COPY ARE WHAT DOWNSTREAM WILL TRUST, SO A FAILURE ON
005690*    EITHER STOPS THE JOB AT ONCE.
005700*
005710 6510-VERIFICAR-MANIFIESTO.
005720     IF FS-MANIFIESTO NOT = "00"
005730         DISPLAY "ERROR EN EL MANIFIESTO, ESTADO " FS-MANIFIESTO
005740         MOVE 12 TO RETURN-CODE
005750         STOP RUN.
005760 6510-EXIT.
005770     EXIT.
005780*
005790 6520-VERIFICAR-INTERFAZ.
005800     IF FS-INTERFAZ NOT = "00"
005810         DISPLAY "ERROR EN EL ARCHIVO DE INTERFAZ, ESTADO "
005820             FS-INTERFAZ
005830         MOVE 12 TO RETURN-CODE
005840         STOP RUN.
005850 6520-EXIT.
005860     EXIT.
005870*
005880 6530-VERIFICAR-LIBERADA.
005890     IF FS-LIBERADA NOT = "00"
005900         DISPLAY "ERROR EN EL ARCHIVO LIBERADO, ESTADO "
005910             FS-LIBERADA
005920         MOVE 12 TO RETURN-CODE
005930         STOP RUN.
005940 6530-EXIT.
005950     EXIT.
005960
005970 END PROGRAM LIBERAIF.

000410*                       CONTROL TOTAL AGAINST THE TRAILER -
000420*                       AND A FILE THAT DOES NOT PROVE OUT
000430*                       ENDS WITH RETURN CODE 16.
000440*    2026-10-15  JA    AUDIT AND INTERFACE ROWS NOW CARRY A
000450*                       CURRENCY CODE (BLANK FOR THE BASE
000460*                       CURRENCY); ROWS ARE MATCHED ON VALOR,
000470*                       MULTIPLICADOR AND CURRENCY, AND THE
000480*                       CURRENCY IS SHOWN ON EACH DISCREPANCY.
000490*    ------------------------------------------------------------
000500*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. GENERIC.
000540 OBJECT-COMPUTER. GENERIC.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT ARCHIVO-AUDITORIA ASSIGN TO AUDITLOG
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS FS-AUDITORIA.
000610     SELECT ARCHIVO-INTERFAZ ASSIGN TO INTERFAZ
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS FS-INTERFAZ.
000650     SELECT PARM-SERIE ASSIGN TO CONCSERI
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS FS-PARM-SERIE.
000690     SELECT ARCHIVO-CTRL-EJEC ASSIGN TO RUNCTRL
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS FS-CTRL-EJEC.
000730     SELECT REPORTE-CONCILIA ASSIGN TO CONCREP
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         ACCESS MODE IS SEQUENTIAL
000760         FILE STATUS IS FS-REPORTE.
000770     SELECT RESULTADO-CONCILIA ASSIGN TO CONCESTA
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         ACCESS MODE IS SEQUENTIAL
000800         FILE STATUS IS FS-RESULTADO.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  ARCHIVO-AUDITORIA
000850     LABEL RECORDS ARE STANDARD.
000860 01  REG-AUDITORIA.
000870     05  AUD-FECHA              PIC X(10).
000880     05  FILLER                 PIC X(01).
000890     05  AUD-HORA               PIC X(08).
000900     05  FILLER                 PIC X(01).
000910     05  AUD-VALOR              PIC X(08).
000920     05  FILLER                 PIC X(01).
000930     05  AUD-MULTIPLICADOR      PIC 999.
000940     05  FILLER                 PIC X(01).
000950     05  AUD-VALOR-RESULTADO    PIC X(10).
000960     05  FILLER                 PIC X(01).
000970     05  AUD-SERIE              PIC 9(06).
000980     05  FILLER                 PIC X(01).
000990     05  AUD-MONEDA             PIC X(03).
001000
001010 FD  ARCHIVO-INTERFAZ
001020     LABEL RECORDS ARE STANDARD.
001030 01  REG-INTERFAZ.
001040     05  IF-TIPO                PIC X(01).
001050     05  FILLER                 PIC X(01).
001060     05  IF-VALOR               PIC X(08).
001070     05  FILLER                 PIC X(01).
001080     05  IF-MULTIPLICADOR       PIC 999.
001090     05  FILLER                 PIC X(01).
001100     05  IF-VALOR-RESULTADO     PIC X(10).
001110     05  FILLER                 PIC X(01).
001120     05  IF-CODIGO-ARTICULO     PIC X(08).
001130     05  FILLER                 PIC X(01).
001140     05  IF-SERIE               PIC 9(06).
001150     05  FILLER                 PIC X(01).
001160     05  IF-MONEDA              PIC X(03).
001170 01  REG-INTERFAZ-PIE.
001180     05  PIE-TIPO               PIC X(01).
001190     05  FILLER                 PIC X(01).
001200     05  PIE-CONT               PIC 9(07).
001210     05  FILLER                 PIC X(01).
001220     05  PIE-TOTAL-ENT          PIC 9(09).
001230     05  PIE-PUNTO              PIC X(01).
001240     05  PIE-TOTAL-DEC          PIC 9(02).
001250     05  FILLER                 PIC X(01).
001260     05  PIE-SERIE              PIC 9(06).
001270
001280 FD  PARM-SERIE
001290     LABEL RECORDS ARE STANDARD.
001300 01  REG-PARM-SERIE             PIC X(06).
001310
001320 FD  ARCHIVO-CTRL-EJEC
001330     LABEL RECORDS ARE STANDARD.
001340 01  REG-CTRL-EJEC.
001350     05  CTR-SERIE              PIC 9(06).
001360     05  FILLER                 PIC X(01).
001370     05  CTR-ESTADO             PIC X(01).
001380     05  FILLER                 PIC X(01).
001390     05  CTR-FECHA              PIC X(10).
001400     05  FILLER                 PIC X(01).
001410     05  CTR-HORA               PIC X(08).
001420
001430 FD  REPORTE-CONCILIA
001440     LABEL RECORDS ARE STANDARD.
001450 01  REG-REPORTE                PIC X(80).
001460
001470 FD  RESULTADO-CONCILIA
001480     LABEL RECORDS ARE STANDARD.
001490 01  REG-RESULTADO.
001500     05  RES-FECHA              PIC X(10).
001510     05  FILLER                 PIC X(01) VALUE SPACE.
001520     05  RES-SERIE              PIC 9(06).
001530     05  FILLER                 PIC X(01) VALUE SPACE.
001540     05  RES-CODIGO             PIC X(04).
001550
001560 WORKING-STORAGE SECTION.
001570*
001580*    SWITCHES AND COUNTERS.
001590*
001600 77  FS-AUDITORIA               PIC X(02) VALUE "00".
001610 77  FS-INTERFAZ                PIC X(02) VALUE "00".
001620 77  FS-PARM-SERIE              PIC X(02) VALUE "00".
001630 77  FS-CTRL-EJEC               PIC X(02) VALUE "00".
001640 77  FS-REPORTE                 PIC X(02) VALUE "00".
001650 77  FS-RESULTADO               PIC X(02) VALUE "00".
001660 77  CNC-CODIGO-RESULTADO       PIC X(04) VALUE "0012".
001670 77  CNC-MAX-ENTRADAS           PIC 9(05) COMP VALUE 20000.
001680 77  CNC-NUM-ENTRADAS           PIC 9(05) COMP VALUE 0.
001690 77  CNC-IND                    PIC 9(05) COMP VALUE 0.
001700 77  CNC-CONT-AUD               PIC 9(07) VALUE 0.
001710 77  CNC-CONT-IF                PIC 9(07) VALUE 0.
001720 77  CNC-CONT-FALTA-IF          PIC 9(07) VALUE 0.
001730 77  CNC-CONT-FALTA-AUD         PIC 9(07) VALUE 0.
001740 77  CNC-TOTAL-AUD              PIC 9(13)V99 VALUE 0.
001750 77  CNC-TOTAL-IF               PIC 9(13)V99 VALUE 0.
001760 77  CNC-SERIE                  PIC 9(06) VALUE 0.
001770 77  CNC-CONT-OTRA-SERIE        PIC 9(07) VALUE 0.
001780 77  CNC-CONT-DETALLE           PIC 9(07) VALUE 0.
001790 77  CNC-PIE-CONT               PIC 9(07) VALUE 0.
001800 77  CNC-TOTAL-ARCHIVO          PIC 9(11)V99 VALUE 0.
001810 77  CNC-PIE-TOTAL              PIC 9(11)V99 VALUE 0.
001820
001830 01  SW-FIN-AUDITORIA            PIC X(01) VALUE "N".
001840     88  FIN-AUDITORIA                     VALUE "S".
001850 01  SW-FIN-INTERFAZ             PIC X(01) VALUE "N".
001860     88  FIN-INTERFAZ                      VALUE "S".
001870 01  SW-ENT-HALLADA              PIC X(01) VALUE "N".
001880     88  ENT-HALLADA                       VALUE "S".
001890 01  SW-TABLA-LLENA              PIC X(01) VALUE "N".
001900     88  TABLA-LLENA                       VALUE "S".
001910 01  SW-DEED-PUNTO               PIC X(01) VALUE "N".
001920     88  DEED-TRAS-PUNTO                   VALUE "S".
001930 01  SW-PIE-VISTO                PIC X(01) VALUE "N".
001940     88  PIE-VISTO                         VALUE "S".
001950
001960 01  CNC-FECHA-SISTEMA.
001970     05  CNC-ANIO               PIC 9(04).
001980     05  CNC-MES                PIC 9(02).
001990     05  CNC-DIA                PIC 9(02).
002000 01  CNC-FECHA-EDITADA.
002010     05  FE-ANIO                PIC 9(04).
002020     05  FILLER                 PIC X VALUE "-".
002030     05  FE-MES                 PIC 9(02).
002040     05  FILLER                 PIC X VALUE "-".
002050     05  FE-DIA                 PIC 9(02).
002060*
002070*    AUD-VALOR-RESULTADO AND IF-VALOR-RESULTADO ARE EDITED TEXT
002080*    (Z(5)9 OR Z(5)9.99 FORMS, LEFT-JUSTIFIED IN X(10)), SO THE
002090*    CONTROL TOTALS ARE BUILT BY DE-EDITING EACH ROW: THE DIGITS
002100*    ARE ACCUMULATED LEFT TO RIGHT AND THE DECIMAL POINT, WHEN
002110*    PRESENT, SCALES THE ACCUMULATED VALUE BACK DOWN.
002120*
002130 01  CNC-DEEDITAR-TRABAJO.
002140     05  CNC-DEED-TEXTO         PIC X(10).
002150     05  CNC-DEED-IND           PIC 9(02) COMP.
002160     05  CNC-DEED-CAR           PIC X(01).
002170     05  CNC-DEED-CAR-NUM REDEFINES CNC-DEED-CAR PIC 9.
002180     05  CNC-DEED-ACUMULADO     PIC 9(11).
002190     05  CNC-DEED-DECIMALES     PIC 9    COMP.
002200     05  CNC-DEED-VALOR         PIC 9(09)V99.
002210*
002220*    THE INTERFACE FILE IS HELD IN STORAGE SO EACH AUDIT ROW OF
002230*    THE CUTOFF DATE CAN BE MATCHED BY VALOR AND MULTIPLICADOR,
002240*    AND BY CURRENCY, SINCE A PRICE-BOOK RUN MAY CARRY THE SAME
002250*    TABLE IN SEVERAL CURRENCIES.
002260*    EACH ENTRY MATCHES AT MOST ONCE, SO A DUPLICATED AUDIT ROW
002270*    STILL SURFACES AS A DISCREPANCY INSTEAD OF HIDING BEHIND
002280*    ONE INTERFACE ROW.
002290*
002300 01  CNC-TABLA-INTERFAZ.
002310     05  CNC-ENTRADA-IF OCCURS 20000 TIMES.
002320         10  CNC-ENT-VALOR      PIC X(08).
002330         10  CNC-ENT-MULT       PIC 999.
002340         10  CNC-ENT-MONEDA     PIC X(03).
002350         10  CNC-ENT-RESULTADO  PIC 9(09)V99.
002360         10  CNC-ENT-CASADA     PIC X(01).
002370
002380 01  LIN-TITULO.
002390     05  FILLER                 PIC X(33) VALUE
002400         "CONCILIACION AUDITORIA / INTERFAZ".
002410     05  FILLER                 PIC X(02) VALUE SPACES.
002420     05  FILLER                 PIC X(07) VALUE "FECHA: ".
002430     05  LT-FECHA               PIC X(10).
002440     05  FILLER                 PIC X(09) VALUE "  SERIE: ".
002450     05  LT-SERIE               PIC 9(06).
002460     05  FILLER                 PIC X(13) VALUE SPACES.
002470 01  LIN-DISCREPANCIA.
002480     05  LDIS-LADO              PIC X(31).
002490     05  FILLER                 PIC X(02) VALUE SPACES.
002500     05  LDIS-VALOR             PIC X(08).
002510     05  FILLER                 PIC X(03) VALUE " x ".
002520     05  LDIS-MULT              PIC ZZ9.
002530     05  FILLER                 PIC X(02) VALUE SPACES.
002540     05  LDIS-MONEDA            PIC X(03).
002550     05  FILLER                 PIC X(28) VALUE SPACES.
002560 01  LIN-TOTALES.
002570     05  LTOT-ETIQUETA          PIC X(22).
002580     05  FILLER                 PIC X(02) VALUE SPACES.
002590     05  LTOT-CONTADOR          PIC Z(06)9.
002600     05  FILLER                 PIC X(02) VALUE SPACES.
002610     05  LTOT-TOTAL             PIC Z(12)9.99.
002620     05  FILLER                 PIC X(31) VALUE SPACES.
002630 01  LIN-CUADRE.
002640     05  LCU-TEXTO              PIC X(40).
002650     05  FILLER                 PIC X(40) VALUE SPACES.
002660
002670 PROCEDURE DIVISION.
002680
002690 0000-MAINLINE.
002700     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002710     PERFORM 2100-CARGAR-INTERFAZ THRU 2100-EXIT
002720         UNTIL FIN-INTERFAZ.
002730     PERFORM 2500-COMPROBAR-ENVOLTORIO THRU 2500-EXIT.
002740     PERFORM 3100-LEER-AUDITORIA THRU 3100-EXIT
002750         UNTIL FIN-AUDITORIA.
002760     PERFORM 4000-REPASAR-INTERFAZ THRU 4000-EXIT.
002770     PERFORM 5000-IMPRIMIR-RESUMEN THRU 5000-EXIT.
002780     CLOSE ARCHIVO-AUDITORIA.
002790     CLOSE ARCHIVO-INTERFAZ.
002800     CLOSE REPORTE-CONCILIA.
002810     IF CNC-CONT-FALTA-IF = 0
002820        AND CNC-CONT-FALTA-AUD = 0
002830        AND CNC-CONT-AUD = CNC-CONT-IF
002840        AND CNC-TOTAL-AUD = CNC-TOTAL-IF
002850         MOVE "0000" TO CNC-CODIGO-RESULTADO
002860         MOVE 0 TO RETURN-CODE
002870     ELSE
002880         MOVE "0008" TO CNC-CODIGO-RESULTADO
002890         MOVE 8 TO RETURN-CODE.
002900     PERFORM 7000-GRABAR-RESULTADO THRU 7000-EXIT.
002910     STOP RUN.
002920 0000-EXIT.
002930     EXIT.
002940*
002950*    THE RUN SERIAL NAMES WHICH RUN'S AUDIT ROWS TO BALANCE.
002960*    IT COMES FROM THE RUN CONTROL FILE - THE RUN THE
002970*    GENERATION STEP JUST CLOSED - UNLESS AN OPTIONAL
002980*    ONE-RECORD PARAMETER NAMES AN EARLIER SERIAL.  WITHOUT A
002990*    SERIAL FROM EITHER SIDE THE CHECK STOPS: BALANCING AN
003000*    UNKNOWN RUN WOULD PROVE NOTHING.
003010*
003020 1000-INICIALIZAR.
003030     ACCEPT CNC-FECHA-SISTEMA FROM DATE YYYYMMDD.
003040     MOVE CNC-ANIO TO FE-ANIO.
003050     MOVE CNC-MES TO FE-MES.
003060     MOVE CNC-DIA TO FE-DIA.
003070     OPEN INPUT ARCHIVO-CTRL-EJEC.
003080     IF FS-CTRL-EJEC = "00"
003090         READ ARCHIVO-CTRL-EJEC
003100             AT END
003110                 CONTINUE
003120             NOT AT END
003130                 IF CTR-SERIE IS NUMERIC
003140                     MOVE CTR-SERIE TO CNC-SERIE
003150                 END-IF
003160         END-READ
003170         CLOSE ARCHIVO-CTRL-EJEC.
003180     OPEN INPUT PARM-SERIE.
003190     IF FS-PARM-SERIE = "00"
003200         READ PARM-SERIE
003210             AT END
003220                 CONTINUE
003230             NOT AT END
003240                 IF REG-PARM-SERIE IS NUMERIC
003250                     MOVE REG-PARM-SERIE TO CNC-SERIE
003260                 END-IF
003270         END-READ
003280         CLOSE PARM-SERIE.
003290     IF CNC-SERIE = 0
003300         DISPLAY "SIN SERIE DE EJECUCION (NI RUNCTRL NI "
003310             "CONCSERI), NO SE PUEDE CONCILIAR"
003320         MOVE 12 TO RETURN-CODE
003330         STOP RUN.
003340     OPEN INPUT ARCHIVO-INTERFAZ.
003350     PERFORM 6020-VERIFICAR-INTERFAZ THRU 6020-EXIT.
003360     OPEN INPUT ARCHIVO-AUDITORIA.
003370     PERFORM 6000-VERIFICAR-AUDITORIA THRU 6000-EXIT.
003380     OPEN OUTPUT REPORTE-CONCILIA.
003390     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003400     MOVE CNC-FECHA-EDITADA TO LT-FECHA.
003410     MOVE CNC-SERIE TO LT-SERIE.
003420     MOVE LIN-TITULO TO REG-REPORTE.
003430     WRITE REG-REPORTE.
003440     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003450     MOVE SPACES TO REG-REPORTE.
003460     WRITE REG-REPORTE.
003470     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003480 1000-EXIT.
003490     EXIT.
003500*
003510*    LOAD EVERY INTERFACE ROW OF THE SELECTED SERIAL INTO THE
003520*    MATCHING TABLE, COUNTING AND TOTALLING THE SIDE AS IT
003530*    GOES.  A ROW STAMPED WITH ANOTHER SERIAL IS COUNTED AND
003540*    SET ASIDE: IT BELONGS TO ANOTHER RUN'S BALANCE.  THE
003550*    HEADER IS SKIPPED AND THE TRAILER CAPTURED, AND EVERY
003560*    DETAIL ROW - WHATEVER ITS SERIAL - FEEDS THE WHOLE-FILE
003570*    COUNT AND TOTAL THE TRAILER MUST PROVE OUT AGAINST.
003580*
003590 2100-CARGAR-INTERFAZ.
003600     READ ARCHIVO-INTERFAZ
003610         AT END
003620             SET FIN-INTERFAZ TO TRUE
003630         NOT AT END
003640             IF IF-TIPO = "H"
003650                 CONTINUE
003660             ELSE IF IF-TIPO = "T"
003670                 SET PIE-VISTO TO TRUE
003680                 MOVE PIE-CONT TO CNC-PIE-CONT
003690                 COMPUTE CNC-PIE-TOTAL =
003700                     PIE-TOTAL-ENT + (PIE-TOTAL-DEC / 100)
003710             ELSE
003720                 ADD 1 TO CNC-CONT-DETALLE
003730                 MOVE IF-VALOR-RESULTADO TO CNC-DEED-TEXTO
003740                 PERFORM 8100-DEEDITAR THRU 8100-EXIT
003750                 ADD CNC-DEED-VALOR TO CNC-TOTAL-ARCHIVO
003760                 IF IF-SERIE NOT = CNC-SERIE
003770                     ADD 1 TO CNC-CONT-OTRA-SERIE
003780                 ELSE
003790                     ADD 1 TO CNC-CONT-IF
003800                     ADD CNC-DEED-VALOR TO CNC-TOTAL-IF
003810                     PERFORM 2200-GUARDAR-ENTRADA THRU 2200-EXIT
003820                 END-IF
003830             END-IF
003840     END-READ.
003850 2100-EXIT.
003860     EXIT.
003870
003880 2200-GUARDAR-ENTRADA.
003890     IF CNC-NUM-ENTRADAS < CNC-MAX-ENTRADAS
003900         ADD 1 TO CNC-NUM-ENTRADAS
003910         MOVE IF-VALOR TO CNC-ENT-VALOR (CNC-NUM-ENTRADAS)
003920         MOVE IF-MULTIPLICADOR TO CNC-ENT-MULT (CNC-NUM-ENTRADAS)
003930         MOVE IF-MONEDA TO CNC-ENT-MONEDA (CNC-NUM-ENTRADAS)
003940         MOVE CNC-DEED-VALOR
003950             TO CNC-ENT-RESULTADO (CNC-NUM-ENTRADAS)
003960         MOVE "N" TO CNC-ENT-CASADA (CNC-NUM-ENTRADAS)
003970     ELSE
003980         IF NOT TABLA-LLENA
003990             SET TABLA-LLENA TO TRUE
004000             DISPLAY "TABLA DE INTERFAZ LLENA, SOLO SE CASAN "
004010                 "LAS PRIMERAS " CNC-MAX-ENTRADAS " FILAS".
004020 2200-EXIT.
004030     EXIT.
004040*
004050*    THE FILE'S OWN TRAILER MUST PROVE OUT BEFORE THE BALANCE
004060*    MEANS ANYTHING: A TRUNCATED FILE WOULD OTHERWISE SURFACE
004070*    AS A FLOOD OF FALSE DISCREPANCIES OR, WORSE, BALANCE BY
004080*    COINCIDENCE.  A FILE WITH NO TRAILER OR A TRAILER THAT
004090*    DOES NOT MATCH ENDS THE CHECK WITH ITS OWN VERDICT AND
004100*    RETURN CODE 16, DISTINCT FROM OUT-OF-BALANCE.
004110*
004120 2500-COMPROBAR-ENVOLTORIO.
004130     IF PIE-VISTO
004140        AND CNC-PIE-CONT = CNC-CONT-DETALLE
004150        AND CNC-PIE-TOTAL = CNC-TOTAL-ARCHIVO
004160         GO TO 2500-EXIT.
004170     IF NOT PIE-VISTO
004180         DISPLAY "LA INTERFAZ NO TRAE TRAILER, ARCHIVO "
004190             "INCOMPLETO O ANTERIOR AL ENVOLTORIO"
004200     ELSE
004210         DISPLAY "EL TRAILER DE LA INTERFAZ NO CUADRA: "
004220             "FILAS " CNC-CONT-DETALLE " DE " CNC-PIE-CONT.
004230     MOVE "0016" TO CNC-CODIGO-RESULTADO.
004240     PERFORM 7000-GRABAR-RESULTADO THRU 7000-EXIT.
004250     MOVE 16 TO RETURN-CODE.
004260     STOP RUN.
004270 2500-EXIT.
004280     EXIT.
004290*
004300*    READ THE FULL AUDIT LOG BUT BALANCE ONLY THE ROWS STAMPED
004310*    WITH THE SELECTED SERIAL; THE LOG ACCUMULATES EVERY
004320*    PRIOR RUN.
004330 3100-LEER-AUDITORIA.
004340     READ ARCHIVO-AUDITORIA
004350         AT END
004360             SET FIN-AUDITORIA TO TRUE
004370         NOT AT END
004380             IF AUD-SERIE = CNC-SERIE
004390                 ADD 1 TO CNC-CONT-AUD
004400                 MOVE AUD-VALOR-RESULTADO TO CNC-DEED-TEXTO
004410                 PERFORM 8100-DEEDITAR THRU 8100-EXIT
004420                 ADD CNC-DEED-VALOR TO CNC-TOTAL-AUD
004430                 PERFORM 3200-CASAR-CON-INTERFAZ THRU 3200-EXIT
004440             END-IF
004450     END-READ.
004460 3100-EXIT.
004470     EXIT.
004480*
004490*    FIND THIS AUDIT ROW'S VALOR / MULTIPLICADOR / CURRENCY ON THE
004500*    INTERFACE SIDE.  A ROW WITH NO FREE PARTNER GOES STRAIGHT
004510*    ONTO THE DISCREPANCY REPORT.
004520*
004530 3200-CASAR-CON-INTERFAZ.
004540     MOVE "N" TO SW-ENT-HALLADA.
004550     MOVE 0 TO CNC-IND.
004560     PERFORM 3250-BUSCAR-ENTRADA THRU 3250-EXIT
004570         UNTIL ENT-HALLADA
004580            OR CNC-IND NOT < CNC-NUM-ENTRADAS.
004590     IF ENT-HALLADA
004600         MOVE "S" TO CNC-ENT-CASADA (CNC-IND)
004610     ELSE
004620         ADD 1 TO CNC-CONT-FALTA-IF
004630         MOVE "EN AUDITORIA, FALTA EN INTERFAZ" TO LDIS-LADO
004640         MOVE AUD-VALOR TO LDIS-VALOR
004650         MOVE AUD-MULTIPLICADOR TO LDIS-MULT
004660         MOVE AUD-MONEDA TO LDIS-MONEDA
004670         MOVE LIN-DISCREPANCIA TO REG-REPORTE
004680         WRITE REG-REPORTE
004690         PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
004700 3200-EXIT.
004710     EXIT.
004720
004730 3250-BUSCAR-ENTRADA.
004740     ADD 1 TO CNC-IND.
004750     IF CNC-ENT-VALOR (CNC-IND) = AUD-VALOR
004760        AND CNC-ENT-MULT (CNC-IND) = AUD-MULTIPLICADOR
004770        AND CNC-ENT-MONEDA (CNC-IND) = AUD-MONEDA
004780        AND CNC-ENT-CASADA (CNC-IND) = "N"
004790         SET ENT-HALLADA TO TRUE.
004800 3250-EXIT.
004810     EXIT.
004820*
004830*    ANY INTERFACE ROW STILL UNMATCHED AFTER THE AUDIT PASS IS
004840*    THE OPPOSITE DISCREPANCY: IT REACHED THE INTERFACE FILE
004850*    WITHOUT A PARTNER ON THE AUDIT TRAIL.
004860*
004870 4000-REPASAR-INTERFAZ.
004880     MOVE 0 TO CNC-IND.
004890     PERFORM 4100-REVISAR-ENTRADA THRU 4100-EXIT
004900         UNTIL CNC-IND NOT < CNC-NUM-ENTRADAS.
004910 4000-EXIT.
004920     EXIT.
004930
004940 4100-REVISAR-ENTRADA.
004950     ADD 1 TO CNC-IND.
004960     IF CNC-ENT-CASADA (CNC-IND) = "N"
004970         ADD 1 TO CNC-CONT-FALTA-AUD
004980         MOVE "EN INTERFAZ, FALTA EN AUDITORIA" TO LDIS-LADO
004990         MOVE CNC-ENT-VALOR (CNC-IND) TO LDIS-VALOR
005000         MOVE CNC-ENT-MULT (CNC-IND) TO LDIS-MULT
005010         MOVE CNC-ENT-MONEDA (CNC-IND) TO LDIS-MONEDA
005020         MOVE LIN-DISCREPANCIA TO REG-REPORTE
005030         WRITE REG-REPORTE
005040         PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005050 4100-EXIT.
005060     EXIT.
005070*
005080*    COUNTS AND CONTROL TOTALS FOR BOTH SIDES, THEN THE ONE
005090*    LINE THE MORNING OPERATOR ACTUALLY READS: EN CUADRE OR
005100*    FUERA DE CUADRE.
005110*
005120 5000-IMPRIMIR-RESUMEN.
005130     MOVE SPACES TO REG-REPORTE.
005140     WRITE REG-REPORTE.
005150     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005160     MOVE "FILAS DE AUDITORIA" TO LTOT-ETIQUETA.
005170     MOVE CNC-CONT-AUD TO LTOT-CONTADOR.
005180     MOVE CNC-TOTAL-AUD TO LTOT-TOTAL.
005190     MOVE LIN-TOTALES TO REG-REPORTE.
005200     WRITE REG-REPORTE.
005210     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005220     MOVE "FILAS DE INTERFAZ" TO LTOT-ETIQUETA.
005230     MOVE CNC-CONT-IF TO LTOT-CONTADOR.
005240     MOVE CNC-TOTAL-IF TO LTOT-TOTAL.
005250     MOVE LIN-TOTALES TO REG-REPORTE.
005260     WRITE REG-REPORTE.
005270     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005280     MOVE "FALTAN EN INTERFAZ" TO LTOT-ETIQUETA.
005290     MOVE CNC-CONT-FALTA-IF TO LTOT-CONTADOR.
005300     MOVE 0 TO LTOT-TOTAL.
005310     MOVE LIN-TOTALES TO REG-REPORTE.
005320     WRITE REG-REPORTE.
005330     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005340     MOVE "FALTAN EN AUDITORIA" TO LTOT-ETIQUETA.
005350     MOVE CNC-CONT-FALTA-AUD TO LTOT-CONTADOR.
005360     MOVE 0 TO LTOT-TOTAL.
005370     MOVE LIN-TOTALES TO REG-REPORTE.
005380     WRITE REG-REPORTE.
005390     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005400     MOVE "FILAS DE OTRA SERIE" TO LTOT-ETIQUETA.
005410     MOVE CNC-CONT-OTRA-SERIE TO LTOT-CONTADOR.
005420     MOVE 0 TO LTOT-TOTAL.
005430     MOVE LIN-TOTALES TO REG-REPORTE.
005440     WRITE REG-REPORTE.
005450     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005460     MOVE SPACES TO REG-REPORTE.
005470     WRITE REG-REPORTE.
005480     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005490     IF CNC-CONT-FALTA-IF = 0
005500        AND CNC-CONT-FALTA-AUD = 0
005510        AND CNC-CONT-AUD = CNC-CONT-IF
005520        AND CNC-TOTAL-AUD = CNC-TOTAL-IF
005530         MOVE "RESULTADO: EN CUADRE" TO LCU-TEXTO
005540     ELSE
005550         MOVE "RESULTADO: FUERA DE CUADRE" TO LCU-TEXTO.
005560     MOVE LIN-CUADRE TO REG-REPORTE.
005570     WRITE REG-REPORTE.
005580     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005590 5000-EXIT.
005600     EXIT.
005610*
005620*    SHARED FILE-STATUS CHECKS.  THE BALANCING REPORT IS ONLY
005630*    WORTH TRUSTING IF EVERY FILE BEHAVED, SO A FAILURE STOPS
005640*    THE RUN WITH RETURN CODE 12 AND THE SCHEDULE HOLDS THE
005650*    DOWNSTREAM JOBS.
005660*
005670 6000-VERIFICAR-AUDITORIA.
005680     IF FS-AUDITORIA NOT = "00"
005690         DISPLAY "ERROR EN EL ARCHIVO DE AUDITORIA, ESTADO "
005700             FS-AUDITORIA
005710         MOVE 12 TO RETURN-CODE
005720         STOP RUN.
005730 6000-EXIT.
005740     EXIT.
005750*
005760 6010-VERIFICAR-REPORTE.
005770     IF FS-REPORTE NOT = "00"
005780         DISPLAY "ERROR EN EL REPORTE DE CONCILIACION, ESTADO "
005790             FS-REPORTE
005800         MOVE 12 TO RETURN-CODE
005810         STOP RUN.
005820 6010-EXIT.
005830     EXIT.
005840*
005850 6020-VERIFICAR-INTERFAZ.
005860     IF FS-INTERFAZ NOT = "00"
005870         DISPLAY "ERROR EN EL ARCHIVO DE INTERFAZ, ESTADO "
005880             FS-INTERFAZ
005890         MOVE 12 TO RETURN-CODE
005900         STOP RUN.
005910 6020-EXIT.
005920     EXIT.
005930*
005940*    DE-EDIT ONE Z(5)9 OR Z(5)9.99 TEXT VALUE: DIGITS ARE
005950*    ACCUMULATED LEFT TO RIGHT AND THE POSITIONS SEEN AFTER A
005960*    DECIMAL POINT SCALE THE RESULT BACK DOWN.
005970*
005980 8100-DEEDITAR.
005990     MOVE 0 TO CNC-DEED-ACUMULADO.
006000     MOVE 0 TO CNC-DEED-DECIMALES.
006010     MOVE "N" TO SW-DEED-PUNTO.
006020     MOVE 0 TO CNC-DEED-IND.
006030     PERFORM 8150-DEEDITAR-CARACTER THRU 8150-EXIT
006040         UNTIL CNC-DEED-IND NOT < 10.
006050     IF CNC-DEED-DECIMALES = 2
006060         COMPUTE CNC-DEED-VALOR = CNC-DEED-ACUMULADO / 100
006070     ELSE IF CNC-DEED-DECIMALES = 1
006080         COMPUTE CNC-DEED-VALOR = CNC-DEED-ACUMULADO / 10
006090     ELSE
006100         MOVE CNC-DEED-ACUMULADO TO CNC-DEED-VALOR.
006110 8100-EXIT.
006120     EXIT.
006130
006140 8150-DEEDITAR-CARACTER.
006150     ADD 1 TO CNC-DEED-IND.
006160     MOVE CNC-DEED-TEXTO (CNC-DEED-IND:1) TO CNC-DEED-CAR.
006170     IF CNC-DEED-CAR IS NUMERIC
006180         COMPUTE CNC-DEED-ACUMULADO =
006190             (CNC-DEED-ACUMULADO * 10) + CNC-DEED-CAR-NUM
006200         IF DEED-TRAS-PUNTO
006210             ADD 1 TO CNC-DEED-DECIMALES
006220         END-IF
006230     ELSE
006240         IF CNC-DEED-CAR = "."
006250             SET DEED-TRAS-PUNTO TO TRUE.
006260 8150-EXIT.
006270     EXIT.
006280*
006290*    THE ONE-RECORD RESULT FILE THE RELEASE GATEKEEPER READS:
006300*    DATE, SERIAL AND VERDICT, REBUILT EVERY CHECK SO A STALE
006310*    VERDICT CAN NEVER RELEASE TODAY'S FILE.  A RESULT THAT
006320*    CANNOT BE WRITTEN IS REPORTED BUT NEVER CHANGES THE
006330*    VERDICT ALREADY DECIDED; THE GATEKEEPER TREATS A MISSING
006340*    RESULT AS A BLOCK.
006350*
006360 7000-GRABAR-RESULTADO.
006370     OPEN OUTPUT RESULTADO-CONCILIA.
006380     IF FS-RESULTADO NOT = "00"
006390         DISPLAY "NO SE PUEDE GRABAR EL RESULTADO, ESTADO "
006400             FS-RESULTADO
006410         GO TO 7000-EXIT.
006420     MOVE SPACES TO REG-RESULTADO.
006430     MOVE CNC-FECHA-EDITADA TO RES-FECHA.
006440     MOVE CNC-SERIE TO RES-SERIE.
006450     MOVE CNC-CODIGO-RESULTADO TO RES-CODIGO.
006460     WRITE REG-RESULTADO.
006470     IF FS-RESULTADO NOT = "00"
006480         DISPLAY "NO SE PUEDE GRABAR EL RESULTADO, ESTADO "
006490             FS-RESULTADO.
006500     CLOSE RESULTADO-CONCILIA.
006510 7000-EXIT.
006520     EXIT.
006530
006540 END PROGRAM CONCILIA.

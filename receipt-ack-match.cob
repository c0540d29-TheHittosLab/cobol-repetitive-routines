000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CASACUS.
000030 AUTHOR. J. ALVAREZ.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MATCHES THE RECEIVING JOBS' ACKNOWLEDGEMENTS AGAINST THE
000090*    RELEASE MANIFEST.  ONCE THE GATEKEEPER (LIBERAIF) HAS
000100*    RELEASED THE INTERFACE FILE NOTHING TOLD US WHETHER THE
000110*    CONSUMING JOBS PICKED IT UP, AND A RECEIVING DEPARTMENT
000120*    RUNNING ON THE PREVIOUS NIGHT'S FILE WAS ONLY NOTICED DAYS
000130*    LATER.  EACH RECEIVING JOB NOW APPENDS ONE RECORD TO THE
000140*    ACKNOWLEDGEMENT FILE (ACUSES) NAMING ITSELF, THE SERIAL IT
000150*    READ FROM THE FILE, THE ROWS IT RECEIVED AND THE CONTROL
000160*    TOTAL, AND THIS JOB CHECKS EVERY CONSUMER ON THE TABLE OF
000170*    EXPECTED CONSUMERS (CONSESP) AGAINST LIBMANIF:
000180*        ACUSADO          - SERIAL, ROWS AND TOTAL AGREE
000190*        SERIE ERRONEA    - SINCE THIS RELEASE IT HAS
000200*                           ACKNOWLEDGED ANOTHER SERIAL AND
000210*                           NOT THIS ONE (ACUSES IS KEPT
000220*                           CUMULATIVE, SO EARLIER NIGHTS'
000230*                           ACKNOWLEDGEMENTS DO NOT COUNT)
000240*        CUENTA DISTINTA  - RIGHT SERIAL, WRONG ROW COUNT
000250*        TOTAL DISTINTO   - RIGHT SERIAL AND ROWS, WRONG TOTAL
000260*        SIN ACUSE        - NOTHING FROM IT AND THE CUTOFF
000270*                           HAS PASSED
000280*        PENDIENTE        - NOTHING FROM IT YET, BUT STILL
000290*                           BEFORE THE CUTOFF
000300*    AN ACKNOWLEDGEMENT OF THIS SERIAL FROM A CONSUMER NOT ON
000310*    THE TABLE IS LISTED AS NO ESPERADO.
000320*
000330*    THE CUTOFF IS A TIME OF DAY (HH:MM:SS) FROM AN OPTIONAL
000340*    ONE-RECORD PARAMETER FILE (ACUPARM), 07:00:00 WHEN ABSENT
000350*    OR BLANK.  IT FALLS ON THE RELEASE DATE WHEN THE RELEASE
000360*    WAS MADE BEFORE THAT TIME, OTHERWISE ON THE NEXT DAY.
000370*
000380*    RETURN CODE 0 MEANS EVERY EXPECTED CONSUMER ACKNOWLEDGED
000390*    THE RELEASE; 4 MEANS SOME ARE STILL PENDING, AN UNEXPECTED
000400*    CONSUMER ANSWERED, OR NOTHING WAS RELEASED; 8 MEANS A
000410*    WRONG SERIAL, A COUNT OR TOTAL MISMATCH OR A MISSED
000420*    CUTOFF (RAISE A TICKET); 12 MEANS A FILE ERROR OR A TABLE
000430*    TOO SMALL STOPPED THE JOB.
000440*
000450*    MODIFICATION HISTORY.
000460*    ------------------------------------------------------------
000470*    DATE        INIT  DESCRIPTION
000480*    ------------------------------------------------------------
000490*    2026-10-15  JA    NEW PROGRAM.
000500*    2026-10-15  JA    ONLY AN ACKNOWLEDGEMENT OF ANOTHER SERIAL
000510*                       RECEIVED SINCE THE RELEASE MAKES A
000520*                       CONSUMER SERIE ERRONEA; AN OLDER ONE IS
000530*                       LAST NIGHT'S AND IS IGNORED.
000540*    ------------------------------------------------------------
000550*
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. GENERIC.
000590 OBJECT-COMPUTER. GENERIC.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT MANIFIESTO ASSIGN TO LIBMANIF
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS FS-MANIFIESTO.
000660     SELECT CONSUMIDORES ASSIGN TO CONSESP
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000690         FILE STATUS IS FS-CONSUMIDORES.
000700     SELECT ACUSES ASSIGN TO ACUSES
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         ACCESS MODE IS SEQUENTIAL
000730         FILE STATUS IS FS-ACUSES.
000740     SELECT PARM-CORTE ASSIGN TO ACUPARM
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS FS-PARM-CORTE.
000780     SELECT REPORTE-ACUSES ASSIGN TO ACUSEREP
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         ACCESS MODE IS SEQUENTIAL
000810         FILE STATUS IS FS-REPORTE.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  MANIFIESTO
000860     LABEL RECORDS ARE STANDARD.
000870 01  REG-MANIFIESTO             PIC X(80).
000880
000890 FD  CONSUMIDORES
000900     LABEL RECORDS ARE STANDARD.
000910 01  REG-CONSUMIDOR.
000920     05  CE-CONSUMIDOR          PIC X(08).
000930     05  FILLER                 PIC X(01).
000940     05  CE-NOMBRE              PIC X(30).
000950*
000960*    THE ROWS AND TOTAL ARE THE ONES THE RECEIVING JOB COUNTED
000970*    AND ADDED UP ITSELF; THE TOTAL IS IN THE TRAILER'S LAYOUT.
000980*
000990 FD  ACUSES
001000     LABEL RECORDS ARE STANDARD.
001010 01  REG-ACUSE.
001020     05  ACU-CONSUMIDOR         PIC X(08).
001030     05  FILLER                 PIC X(01).
001040     05  ACU-SERIE              PIC 9(06).
001050     05  FILLER                 PIC X(01).
001060     05  ACU-FILAS              PIC 9(07).
001070     05  FILLER                 PIC X(01).
001080     05  ACU-TOTAL-ENT          PIC 9(09).
001090     05  ACU-PUNTO              PIC X(01).
001100     05  ACU-TOTAL-DEC          PIC 9(02).
001110     05  FILLER                 PIC X(01).
001120     05  ACU-FECHA              PIC X(10).
001130     05  FILLER                 PIC X(01).
001140     05  ACU-HORA               PIC X(08).
001150
001160 FD  PARM-CORTE
001170     LABEL RECORDS ARE STANDARD.
001180 01  REG-PARM-CORTE             PIC X(08).
001190
001200 FD  REPORTE-ACUSES
001210     LABEL RECORDS ARE STANDARD.
001220 01  REG-REPORTE                PIC X(80).
001230
001240 WORKING-STORAGE SECTION.
001250*
001260*    SWITCHES AND COUNTERS.
001270*
001280 77  FS-MANIFIESTO              PIC X(02) VALUE "00".
001290 77  FS-CONSUMIDORES            PIC X(02) VALUE "00".
001300 77  FS-ACUSES                  PIC X(02) VALUE "00".
001310 77  FS-PARM-CORTE              PIC X(02) VALUE "00".
001320 77  FS-REPORTE                 PIC X(02) VALUE "00".
001330 77  CAC-MAX-CONSUMIDORES       PIC 9(03) COMP VALUE 100.
001340 77  CAC-NUM-CONSUMIDORES       PIC 9(03) COMP VALUE 0.
001350 77  CAC-IND-CONS               PIC 9(03) COMP VALUE 0.
001360 77  CAC-MAX-ACUSES             PIC 9(04) COMP VALUE 5000.
001370 77  CAC-NUM-ACUSES             PIC 9(04) COMP VALUE 0.
001380 77  CAC-IND-ACUSE              PIC 9(04) COMP VALUE 0.
001390 77  CAC-IND-EXACTO             PIC 9(04) COMP VALUE 0.
001400 77  CAC-IND-OTRO               PIC 9(04) COMP VALUE 0.
001410 77  CAC-IND-MOSTRAR            PIC 9(04) COMP VALUE 0.
001420 77  CAC-CONT-ACUSADOS          PIC 9(05) VALUE 0.
001430 77  CAC-CONT-SERIE-ERRONEA     PIC 9(05) VALUE 0.
001440 77  CAC-CONT-CUENTA            PIC 9(05) VALUE 0.
001450 77  CAC-CONT-TOTAL             PIC 9(05) VALUE 0.
001460 77  CAC-CONT-SIN-ACUSE         PIC 9(05) VALUE 0.
001470 77  CAC-CONT-PENDIENTES        PIC 9(05) VALUE 0.
001480 77  CAC-CONT-NO-ESPERADOS      PIC 9(05) VALUE 0.
001490 77  CAC-CONT-LINEAS-MANIF      PIC 9(05) VALUE 0.
001500 77  CAC-SERIE                  PIC 9(06) VALUE 0.
001510 77  CAC-FILAS                  PIC 9(07) VALUE 0.
001520 77  CAC-FILAS-ACUSE            PIC 9(07) VALUE 0.
001530 77  CAC-TOTAL                  PIC 9(09)V99 VALUE 0.
001540 77  CAC-FECHA-LIBERACION       PIC X(10) VALUE SPACES.
001550 77  CAC-HORA-LIBERACION        PIC X(08) VALUE SPACES.
001560 77  CAC-HORA-CORTE             PIC X(08) VALUE "07:00:00".
001570 77  CAC-DIA-HOY                PIC 9(07) VALUE 0.
001580 77  CAC-DIA-CORTE              PIC 9(07) VALUE 0.
001590 77  CAC-RESULTADO              PIC X(15) VALUE SPACES.
001600 77  CAC-CAMPO-ALFA             PIC X(09).
001610
001620 01  SW-FIN-MANIFIESTO           PIC X(01) VALUE "N".
001630     88  FIN-MANIFIESTO                    VALUE "S".
001640 01  SW-FIN-CONSUMIDORES         PIC X(01) VALUE "N".
001650     88  FIN-CONSUMIDORES                  VALUE "S".
001660 01  SW-FIN-ACUSES               PIC X(01) VALUE "N".
001670     88  FIN-ACUSES                        VALUE "S".
001680 01  SW-LIBERADO                 PIC X(01) VALUE "N".
001690     88  LIBERADO                          VALUE "S".
001700 01  SW-TOTAL-EN-MANIFIESTO      PIC X(01) VALUE "N".
001710     88  TOTAL-EN-MANIFIESTO               VALUE "S".
001720 01  SW-CORTE-VENCIDO            PIC X(01) VALUE "N".
001730     88  CORTE-VENCIDO                     VALUE "S".
001740 01  SW-ESPERADO                 PIC X(01) VALUE "N".
001750     88  ESPERADO                          VALUE "S".
001760*
001770*    THE EXPECTED CONSUMERS, AND EVERY ACKNOWLEDGEMENT ON FILE
001780*    IN ARRIVAL ORDER, SO A CONSUMER'S LATEST ONE IS ITS LAST.
001790*
001800 01  CAC-TABLA-CONSUMIDORES.
001810     05  CAC-CONSUMIDOR OCCURS 100 TIMES.
001820         10  CAC-CE-CONSUMIDOR  PIC X(08).
001830 01  CAC-TABLA-ACUSES.
001840     05  CAC-ACUSE OCCURS 5000 TIMES.
001850         10  CAC-AC-CONSUMIDOR  PIC X(08).
001860         10  CAC-AC-SERIE       PIC X(06).
001870         10  CAC-AC-FILAS       PIC X(07).
001880         10  CAC-AC-TOTAL-ENT   PIC X(09).
001890         10  CAC-AC-TOTAL-DEC   PIC X(02).
001900         10  CAC-AC-FECHA       PIC X(10).
001910         10  CAC-AC-HORA        PIC X(08).
001920*
001930*    A CONTROL TOTAL READ BACK FROM ITS WHOLE AND DECIMAL
001940*    PARTS.
001950*
001960 01  CAC-TOTAL-TRABAJO          PIC 9(09)V99 VALUE 0.
001970 01  CAC-TOTAL-PARTES REDEFINES CAC-TOTAL-TRABAJO.
001980     05  CAC-TT-ENT             PIC 9(09).
001990     05  CAC-TT-DEC             PIC 9(02).
002000*
002010*    RELEASE AND RUN DATES AS NUMBERS FOR THE DAY ARITHMETIC.
002020*
002030 01  CAC-FECHA-TRABAJO.
002040     05  CAC-FT-ANIO            PIC 9(04).
002050     05  CAC-FT-MES             PIC 9(02).
002060     05  CAC-FT-DIA             PIC 9(02).
002070 01  CAC-FECHA-NUMERICA REDEFINES CAC-FECHA-TRABAJO
002080                                PIC 9(08).
002090
002100 01  CAC-FECHA-SISTEMA.
002110     05  CAC-ANIO               PIC 9(04).
002120     05  CAC-MES                PIC 9(02).
002130     05  CAC-DIA                PIC 9(02).
002140 01  CAC-FECHA-EDITADA.
002150     05  FE-ANIO                PIC 9(04).
002160     05  FILLER                 PIC X VALUE "-".
002170     05  FE-MES                 PIC 9(02).
002180     05  FILLER                 PIC X VALUE "-".
002190     05  FE-DIA                 PIC 9(02).
002200 01  CAC-HORA-SISTEMA.
002210     05  CAC-HORAS              PIC 9(02).
002220     05  CAC-MINUTOS            PIC 9(02).
002230     05  CAC-SEGUNDOS           PIC 9(02).
002240     05  FILLER                 PIC 9(04).
002250 01  CAC-HORA-EDITADA.
002260     05  HE-HORAS               PIC 9(02).
002270     05  FILLER                 PIC X VALUE ":".
002280     05  HE-MINUTOS             PIC 9(02).
002290     05  FILLER                 PIC X VALUE ":".
002300     05  HE-SEGUNDOS            PIC 9(02).
002310
002320 01  LIN-ENCABEZADO-1.
002330     05  FILLER                 PIC X(36) VALUE
002340         "ACUSES DE RECIBO DE LA INTERFAZ     ".
002350     05  FILLER                 PIC X(07) VALUE "FECHA: ".
002360     05  LE1-FECHA              PIC X(10).
002370     05  FILLER                 PIC X(02) VALUE SPACES.
002380     05  LE1-HORA               PIC X(08).
002390     05  FILLER                 PIC X(17) VALUE SPACES.
002400 01  LIN-ENCABEZADO-2.
002410     05  FILLER                 PIC X(07) VALUE "SERIE: ".
002420     05  LE2-SERIE              PIC 9(06).
002430     05  FILLER                 PIC X(09) VALUE "  FILAS: ".
002440     05  LE2-FILAS              PIC Z(06)9.
002450     05  FILLER                 PIC X(09) VALUE "  TOTAL: ".
002460     05  LE2-TOTAL              PIC Z(08)9.99.
002470     05  LE2-TOTAL-X REDEFINES LE2-TOTAL PIC X(12).
002480     05  FILLER                 PIC X(09) VALUE "  CORTE: ".
002490     05  LE2-CORTE              PIC X(08).
002500     05  FILLER                 PIC X(13) VALUE SPACES.
002510 01  LIN-ENCABEZADO-3.
002520     05  FILLER                 PIC X(10) VALUE "CONSUM.".
002530     05  FILLER                 PIC X(08) VALUE "SERIE".
002540     05  FILLER                 PIC X(09) VALUE "  FILAS".
002550     05  FILLER                 PIC X(14) VALUE "       TOTAL".
002560     05  FILLER                 PIC X(21) VALUE "RECIBIDO".
002570     05  FILLER                 PIC X(18) VALUE "RESULTADO".
002580 01  LIN-DETALLE.
002590     05  LD-CONSUMIDOR          PIC X(08).
002600     05  FILLER                 PIC X(02) VALUE SPACES.
002610     05  LD-SERIE               PIC X(06).
002620     05  FILLER                 PIC X(02) VALUE SPACES.
002630     05  LD-FILAS               PIC Z(06)9.
002640     05  LD-FILAS-X REDEFINES LD-FILAS PIC X(07).
002650     05  FILLER                 PIC X(02) VALUE SPACES.
002660     05  LD-TOTAL               PIC Z(08)9.99.
002670     05  LD-TOTAL-X REDEFINES LD-TOTAL PIC X(12).
002680     05  FILLER                 PIC X(02) VALUE SPACES.
002690     05  LD-FECHA               PIC X(10).
002700     05  FILLER                 PIC X(01) VALUE SPACES.
002710     05  LD-HORA                PIC X(08).
002720     05  FILLER                 PIC X(02) VALUE SPACES.
002730     05  LD-RESULTADO           PIC X(15).
002740     05  FILLER                 PIC X(03) VALUE SPACES.
002750 01  LIN-MENSAJE.
002760     05  LM-TEXTO               PIC X(60).
002770     05  FILLER                 PIC X(20) VALUE SPACES.
002780 01  LIN-TOTAL.
002790     05  LTO-ETIQUETA           PIC X(26).
002800     05  FILLER                 PIC X(02) VALUE SPACES.
002810     05  LTO-CONT               PIC Z(04)9.
002820     05  FILLER                 PIC X(47) VALUE SPACES.
002830
002840 PROCEDURE DIVISION.
002850
002860 0000-MAINLINE.
002870     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002880     PERFORM 2000-LEER-MANIFIESTO THRU 2000-EXIT.
002890     PERFORM 3600-ENCABEZADO-REPORTE THRU 3600-EXIT.
002900     IF NOT LIBERADO
002910         MOVE "NO HUBO LIBERACION, NO HAY ACUSES QUE CASAR"
002920             TO LM-TEXTO
002930         MOVE LIN-MENSAJE TO REG-REPORTE
002940         WRITE REG-REPORTE
002950         PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT
002960         CLOSE REPORTE-ACUSES
002970         CLOSE CONSUMIDORES
002980         IF NOT FIN-ACUSES
002990             CLOSE ACUSES
003000         END-IF
003010         DISPLAY "NO HUBO LIBERACION, NO HAY ACUSES QUE CASAR"
003020         MOVE 4 TO RETURN-CODE
003030         STOP RUN.
003040     PERFORM 2300-CARGAR-CONSUMIDOR THRU 2300-EXIT
003050         UNTIL FIN-CONSUMIDORES.
003060     PERFORM 2400-CARGAR-ACUSE THRU 2400-EXIT
003070         UNTIL FIN-ACUSES.
003080     PERFORM 2500-CALCULAR-CORTE THRU 2500-EXIT.
003090     MOVE 0 TO CAC-IND-CONS.
003100     PERFORM 3000-CASAR-CONSUMIDOR THRU 3000-EXIT
003110         UNTIL CAC-IND-CONS NOT < CAC-NUM-CONSUMIDORES.
003120     MOVE 0 TO CAC-IND-ACUSE.
003130     PERFORM 3300-BUSCAR-NO-ESPERADO THRU 3300-EXIT
003140         UNTIL CAC-IND-ACUSE NOT < CAC-NUM-ACUSES.
003150     PERFORM 5000-IMPRIMIR-TOTALES THRU 5000-EXIT.
003160     CLOSE REPORTE-ACUSES.
003170     DISPLAY "CASE DE ACUSES TERMINADO, SERIE " CAC-SERIE.
003180     DISPLAY "ACUSADOS:          " CAC-CONT-ACUSADOS.
003190     DISPLAY "SERIE ERRONEA:     " CAC-CONT-SERIE-ERRONEA.
003200     DISPLAY "CUENTA DISTINTA:   " CAC-CONT-CUENTA.
003210     DISPLAY "TOTAL DISTINTO:    " CAC-CONT-TOTAL.
003220     DISPLAY "SIN ACUSE:         " CAC-CONT-SIN-ACUSE.
003230     DISPLAY "PENDIENTES:        " CAC-CONT-PENDIENTES.
003240     DISPLAY "NO ESPERADOS:      " CAC-CONT-NO-ESPERADOS.
003250     IF CAC-CONT-SERIE-ERRONEA > 0
003260        OR CAC-CONT-CUENTA > 0
003270        OR CAC-CONT-TOTAL > 0
003280        OR CAC-CONT-SIN-ACUSE > 0
003290         MOVE 8 TO RETURN-CODE
003300     ELSE IF CAC-CONT-PENDIENTES > 0
003310        OR CAC-CONT-NO-ESPERADOS > 0
003320         MOVE 4 TO RETURN-CODE
003330     ELSE
003340         MOVE 0 TO RETURN-CODE.
003350     STOP RUN.
003360 0000-EXIT.
003370     EXIT.
003380*
003390*    THE MANIFEST AND THE TABLE OF EXPECTED CONSUMERS MUST
003400*    EXIST.  NO ACKNOWLEDGEMENT FILE YET SIMPLY MEANS NOBODY
003410*    HAS ANSWERED.
003420*
003430 1000-INICIALIZAR.
003440     ACCEPT CAC-FECHA-SISTEMA FROM DATE YYYYMMDD.
003450     MOVE CAC-ANIO TO FE-ANIO.
003460     MOVE CAC-MES TO FE-MES.
003470     MOVE CAC-DIA TO FE-DIA.
003480     ACCEPT CAC-HORA-SISTEMA FROM TIME.
003490     MOVE CAC-HORAS TO HE-HORAS.
003500     MOVE CAC-MINUTOS TO HE-MINUTOS.
003510     MOVE CAC-SEGUNDOS TO HE-SEGUNDOS.
003520     OPEN INPUT MANIFIESTO.
003530     PERFORM 6020-VERIFICAR-MANIFIESTO THRU 6020-EXIT.
003540     OPEN INPUT CONSUMIDORES.
003550     PERFORM 6030-VERIFICAR-CONSUMIDORES THRU 6030-EXIT.
003560     OPEN INPUT ACUSES.
003570     IF FS-ACUSES NOT = "00"
003580         DISPLAY "SIN ARCHIVO DE ACUSES, NADIE HA RESPONDIDO"
003590         SET FIN-ACUSES TO TRUE.
003600     OPEN INPUT PARM-CORTE.
003610     IF FS-PARM-CORTE = "00"
003620         READ PARM-CORTE
003630             AT END
003640                 CONTINUE
003650             NOT AT END
003660                 IF REG-PARM-CORTE NOT = SPACES
003670                     MOVE REG-PARM-CORTE TO CAC-HORA-CORTE
003680                 END-IF
003690         END-READ
003700         CLOSE PARM-CORTE.
003710     OPEN OUTPUT REPORTE-ACUSES.
003720     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003730 1000-EXIT.
003740     EXIT.
003750*
003760*    THE MANIFEST'S HEADING GIVES THE RELEASE DATE, TIME AND
003770*    SERIAL; THE FILE WENT OUT ONLY IF THE DECISION LINE SAYS
003780*    LIBERADO, AND THEN THE ROW AND CONTROL-TOTAL LINES PRECEDE
003790*    IT.  A MANIFEST FROM BEFORE THE TOTAL LINE EXISTED IS
003800*    MATCHED ON SERIAL AND ROWS ONLY.
003810*
003820 2000-LEER-MANIFIESTO.
003830     PERFORM 2100-LEER-LINEA THRU 2100-EXIT
003840         UNTIL FIN-MANIFIESTO.
003850     CLOSE MANIFIESTO.
003860 2000-EXIT.
003870     EXIT.
003880
003890 2100-LEER-LINEA.
003900     READ MANIFIESTO
003910         AT END
003920             SET FIN-MANIFIESTO TO TRUE
003930         NOT AT END
003940             ADD 1 TO CAC-CONT-LINEAS-MANIF
003950             PERFORM 2200-INTERPRETAR-LINEA THRU 2200-EXIT
003960     END-READ.
003970 2100-EXIT.
003980     EXIT.
003990
004000 2200-INTERPRETAR-LINEA.
004010     IF CAC-CONT-LINEAS-MANIF = 1
004020         MOVE REG-MANIFIESTO (34:10) TO CAC-FECHA-LIBERACION
004030         MOVE REG-MANIFIESTO (46:8) TO CAC-HORA-LIBERACION
004040         IF REG-MANIFIESTO (63:6) IS NUMERIC
004050             MOVE REG-MANIFIESTO (63:6) TO CAC-SERIE
004060         END-IF
004070         GO TO 2200-EXIT.
004080     IF REG-MANIFIESTO (1:16) = "FILAS LIBERADAS:"
004090         MOVE REG-MANIFIESTO (23:7) TO CAC-CAMPO-ALFA
004100         INSPECT CAC-CAMPO-ALFA (1:7)
004110             REPLACING LEADING SPACES BY ZEROS
004120         IF CAC-CAMPO-ALFA (1:7) IS NUMERIC
004130             MOVE CAC-CAMPO-ALFA (1:7) TO CAC-FILAS
004140         END-IF
004150     ELSE IF REG-MANIFIESTO (1:17) = "TOTAL DE CONTROL:"
004160         MOVE REG-MANIFIESTO (23:9) TO CAC-CAMPO-ALFA
004170         INSPECT CAC-CAMPO-ALFA
004180             REPLACING LEADING SPACES BY ZEROS
004190         IF CAC-CAMPO-ALFA IS NUMERIC
004200            AND REG-MANIFIESTO (33:2) IS NUMERIC
004210             MOVE CAC-CAMPO-ALFA TO CAC-TT-ENT
004220             MOVE REG-MANIFIESTO (33:2) TO CAC-TT-DEC
004230             MOVE CAC-TOTAL-TRABAJO TO CAC-TOTAL
004240             SET TOTAL-EN-MANIFIESTO TO TRUE
004250         END-IF
004260     ELSE IF REG-MANIFIESTO (1:10) = "DECISION: "
004270        AND REG-MANIFIESTO (11:8) = "LIBERADO"
004280         SET LIBERADO TO TRUE.
004290 2200-EXIT.
004300     EXIT.
004310
004320 2300-CARGAR-CONSUMIDOR.
004330     READ CONSUMIDORES
004340         AT END
004350             SET FIN-CONSUMIDORES TO TRUE
004360             CLOSE CONSUMIDORES
004370         NOT AT END
004380             IF CE-CONSUMIDOR NOT = SPACES
004390                 PERFORM 2350-GUARDAR-CONSUMIDOR THRU 2350-EXIT
004400             END-IF
004410     END-READ.
004420 2300-EXIT.
004430     EXIT.
004440
004450 2350-GUARDAR-CONSUMIDOR.
004460     IF CAC-NUM-CONSUMIDORES NOT < CAC-MAX-CONSUMIDORES
004470         DISPLAY "TABLA DE CONSUMIDORES LLENA ("
004480             CAC-MAX-CONSUMIDORES ")"
004490         MOVE 12 TO RETURN-CODE
004500         STOP RUN.
004510     ADD 1 TO CAC-NUM-CONSUMIDORES.
004520     MOVE CE-CONSUMIDOR
004530         TO CAC-CE-CONSUMIDOR (CAC-NUM-CONSUMIDORES).
004540 2350-EXIT.
004550     EXIT.
004560
004570 2400-CARGAR-ACUSE.
004580     READ ACUSES
004590         AT END
004600             SET FIN-ACUSES TO TRUE
004610             CLOSE ACUSES
004620         NOT AT END
004630             PERFORM 2450-GUARDAR-ACUSE THRU 2450-EXIT
004640     END-READ.
004650 2400-EXIT.
004660     EXIT.
004670
004680 2450-GUARDAR-ACUSE.
004690     IF CAC-NUM-ACUSES NOT < CAC-MAX-ACUSES
004700         DISPLAY "TABLA DE ACUSES LLENA (" CAC-MAX-ACUSES ")"
004710         MOVE 12 TO RETURN-CODE
004720         STOP RUN.
004730     ADD 1 TO CAC-NUM-ACUSES.
004740     MOVE ACU-CONSUMIDOR TO CAC-AC-CONSUMIDOR (CAC-NUM-ACUSES).
004750     MOVE REG-ACUSE (10:6) TO CAC-AC-SERIE (CAC-NUM-ACUSES).
004760     MOVE REG-ACUSE (17:7) TO CAC-AC-FILAS (CAC-NUM-ACUSES).
004770     MOVE REG-ACUSE (25:9) TO CAC-AC-TOTAL-ENT (CAC-NUM-ACUSES).
004780     MOVE REG-ACUSE (35:2) TO CAC-AC-TOTAL-DEC (CAC-NUM-ACUSES).
004790     MOVE ACU-FECHA TO CAC-AC-FECHA (CAC-NUM-ACUSES).
004800     MOVE ACU-HORA TO CAC-AC-HORA (CAC-NUM-ACUSES).
004810 2450-EXIT.
004820     EXIT.
004830*
004840*    HAS THE CUTOFF PASSED?  IT FALLS ON THE RELEASE DATE IF
004850*    THE RELEASE CAME BEFORE THE CUTOFF TIME, ELSE THE DAY
004860*    AFTER.  A RELEASE DATE THAT CANNOT BE READ IS TAKEN AS
004870*    TODAY.
004880*
004890 2500-CALCULAR-CORTE.
004900     MOVE CAC-FECHA-SISTEMA TO CAC-FECHA-NUMERICA.
004910     COMPUTE CAC-DIA-HOY =
004920         FUNCTION INTEGER-OF-DATE (CAC-FECHA-NUMERICA).
004930     MOVE CAC-DIA-HOY TO CAC-DIA-CORTE.
004940     MOVE CAC-FECHA-LIBERACION (1:4) TO CAC-FT-ANIO.
004950     MOVE CAC-FECHA-LIBERACION (6:2) TO CAC-FT-MES.
004960     MOVE CAC-FECHA-LIBERACION (9:2) TO CAC-FT-DIA.
004970     IF CAC-FECHA-NUMERICA IS NUMERIC
004980        AND CAC-FT-ANIO > 1600
004990        AND CAC-FT-MES > 0 AND CAC-FT-MES < 13
005000        AND CAC-FT-DIA > 0 AND CAC-FT-DIA < 32
005010         COMPUTE CAC-DIA-CORTE =
005020             FUNCTION INTEGER-OF-DATE (CAC-FECHA-NUMERICA).
005030     IF CAC-HORA-LIBERACION NOT < CAC-HORA-CORTE
005040         ADD 1 TO CAC-DIA-CORTE.
005050     IF CAC-DIA-HOY > CAC-DIA-CORTE
005060         SET CORTE-VENCIDO TO TRUE
005070     ELSE IF CAC-DIA-HOY = CAC-DIA-CORTE
005080        AND CAC-HORA-EDITADA NOT < CAC-HORA-CORTE
005090         SET CORTE-VENCIDO TO TRUE.
005100 2500-EXIT.
005110     EXIT.
005120*
005130*    ONE EXPECTED CONSUMER.  ITS LATEST ACKNOWLEDGEMENT OF THIS
005140*    SERIAL DECIDES; FAILING THAT, ITS LATEST ACKNOWLEDGEMENT
005150*    OF ANOTHER SERIAL RECEIVED AT OR AFTER THE RELEASE SHOWS
005160*    IT RAN ON THE WRONG FILE.  OLDER ACKNOWLEDGEMENTS OF OTHER
005170*    SERIALS ARE EARLIER NIGHTS' AND LEAVE IT PENDIENTE OR SIN
005180*    ACUSE.  DATES AND TIMES ARE AAAA-MM-DD AND HH:MM:SS, SO
005190*    PLAIN TEXT COMPARES ORDER THEM.
005200*
005210 3000-CASAR-CONSUMIDOR.
005220     ADD 1 TO CAC-IND-CONS.
005230     MOVE 0 TO CAC-IND-EXACTO.
005240     MOVE 0 TO CAC-IND-OTRO.
005250     MOVE 0 TO CAC-IND-ACUSE.
005260     PERFORM 3100-PROBAR-ACUSE THRU 3100-EXIT
005270         UNTIL CAC-IND-ACUSE NOT < CAC-NUM-ACUSES.
005280     IF CAC-IND-EXACTO > 0
005290         MOVE CAC-IND-EXACTO TO CAC-IND-MOSTRAR
005300         PERFORM 3200-COMPARAR-ACUSE THRU 3200-EXIT
005310     ELSE IF CAC-IND-OTRO > 0
005320         MOVE CAC-IND-OTRO TO CAC-IND-MOSTRAR
005330         MOVE "SERIE ERRONEA" TO CAC-RESULTADO
005340         ADD 1 TO CAC-CONT-SERIE-ERRONEA
005350     ELSE
005360         MOVE 0 TO CAC-IND-MOSTRAR
005370         IF CORTE-VENCIDO
005380             MOVE "SIN ACUSE" TO CAC-RESULTADO
005390             ADD 1 TO CAC-CONT-SIN-ACUSE
005400         ELSE
005410             MOVE "PENDIENTE" TO CAC-RESULTADO
005420             ADD 1 TO CAC-CONT-PENDIENTES.
005430     MOVE CAC-CE-CONSUMIDOR (CAC-IND-CONS) TO LD-CONSUMIDOR.
005440     PERFORM 4000-LINEA-DETALLE THRU 4000-EXIT.
005450 3000-EXIT.
005460     EXIT.
005470
005480 3100-PROBAR-ACUSE.
005490     ADD 1 TO CAC-IND-ACUSE.
005500     IF CAC-AC-CONSUMIDOR (CAC-IND-ACUSE)
005510             NOT = CAC-CE-CONSUMIDOR (CAC-IND-CONS)
005520         GO TO 3100-EXIT.
005530     IF CAC-AC-SERIE (CAC-IND-ACUSE) = LE2-SERIE
005540         MOVE CAC-IND-ACUSE TO CAC-IND-EXACTO
005550         GO TO 3100-EXIT.
005560     IF CAC-AC-FECHA (CAC-IND-ACUSE) < CAC-FECHA-LIBERACION
005570         GO TO 3100-EXIT.
005580     IF CAC-AC-FECHA (CAC-IND-ACUSE) = CAC-FECHA-LIBERACION
005590        AND CAC-AC-HORA (CAC-IND-ACUSE) < CAC-HORA-LIBERACION
005600         GO TO 3100-EXIT.
005610     MOVE CAC-IND-ACUSE TO CAC-IND-OTRO.
005620 3100-EXIT.
005630     EXIT.
005640*
005650*    RIGHT SERIAL: THE ROWS MUST AGREE, THEN THE TOTAL WHEN THE
005660*    MANIFEST CARRIES ONE.
005670*
005680 3200-COMPARAR-ACUSE.
005690     IF CAC-AC-FILAS (CAC-IND-MOSTRAR) IS NOT NUMERIC
005700        OR CAC-AC-FILAS (CAC-IND-MOSTRAR) NOT = CAC-FILAS
005710         MOVE "CUENTA DISTINTA" TO CAC-RESULTADO
005720         ADD 1 TO CAC-CONT-CUENTA
005730         GO TO 3200-EXIT.
005740     IF TOTAL-EN-MANIFIESTO
005750         IF CAC-AC-TOTAL-ENT (CAC-IND-MOSTRAR) IS NOT NUMERIC
005760            OR CAC-AC-TOTAL-DEC (CAC-IND-MOSTRAR) IS NOT NUMERIC
005770             MOVE "TOTAL DISTINTO" TO CAC-RESULTADO
005780             ADD 1 TO CAC-CONT-TOTAL
005790             GO TO 3200-EXIT
005800         ELSE
005810             MOVE CAC-AC-TOTAL-ENT (CAC-IND-MOSTRAR) TO CAC-TT-ENT
005820             MOVE CAC-AC-TOTAL-DEC (CAC-IND-MOSTRAR) TO CAC-TT-DEC
005830             IF CAC-TOTAL-TRABAJO NOT = CAC-TOTAL
005840                 MOVE "TOTAL DISTINTO" TO CAC-RESULTADO
005850                 ADD 1 TO CAC-CONT-TOTAL
005860                 GO TO 3200-EXIT.
005870     MOVE "ACUSADO" TO CAC-RESULTADO.
005880     ADD 1 TO CAC-CONT-ACUSADOS.
005890 3200-EXIT.
005900     EXIT.
005910*
005920*    AN ACKNOWLEDGEMENT OF THIS SERIAL FROM SOMEONE NOT ON THE
005930*    TABLE: EITHER THE TABLE IS OUT OF DATE OR THE FILE WENT
005940*    SOMEWHERE IT SHOULD NOT HAVE.
005950*
005960 3300-BUSCAR-NO-ESPERADO.
005970     ADD 1 TO CAC-IND-ACUSE.
005980     IF CAC-AC-SERIE (CAC-IND-ACUSE) NOT = LE2-SERIE
005990         GO TO 3300-EXIT.
006000     MOVE "N" TO SW-ESPERADO.
006010     MOVE 0 TO CAC-IND-CONS.
006020     PERFORM 3350-PROBAR-CONSUMIDOR THRU 3350-EXIT
006030         UNTIL ESPERADO
006040            OR CAC-IND-CONS NOT < CAC-NUM-CONSUMIDORES.
006050     IF ESPERADO
006060         GO TO 3300-EXIT.
006070     MOVE CAC-IND-ACUSE TO CAC-IND-MOSTRAR.
006080     MOVE "NO ESPERADO" TO CAC-RESULTADO.
006090     ADD 1 TO CAC-CONT-NO-ESPERADOS.
006100     MOVE CAC-AC-CONSUMIDOR (CAC-IND-ACUSE) TO LD-CONSUMIDOR.
006110     PERFORM 4000-LINEA-DETALLE THRU 4000-EXIT.
006120 3300-EXIT.
006130     EXIT.
006140
006150 3350-PROBAR-CONSUMIDOR.
006160     ADD 1 TO CAC-IND-CONS.
006170     IF CAC-CE-CONSUMIDOR (CAC-IND-CONS)
006180             = CAC-AC-CONSUMIDOR (CAC-IND-ACUSE)
006190         SET ESPERADO TO TRUE.
006200 3350-EXIT.
006210     EXIT.
006220
006230 3600-ENCABEZADO-REPORTE.
006240     MOVE CAC-FECHA-EDITADA TO LE1-FECHA.
006250     MOVE CAC-HORA-EDITADA TO LE1-HORA.
006260     MOVE LIN-ENCABEZADO-1 TO REG-REPORTE.
006270     WRITE REG-REPORTE.
006280     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
006290     MOVE CAC-SERIE TO LE2-SERIE.
006300     MOVE CAC-FILAS TO LE2-FILAS.
006310     IF TOTAL-EN-MANIFIESTO
006320         MOVE CAC-TOTAL TO LE2-TOTAL
006330     ELSE
006340         MOVE SPACES TO LE2-TOTAL-X.
006350     MOVE CAC-HORA-CORTE TO LE2-CORTE.
006360     MOVE LIN-ENCABEZADO-2 TO REG-REPORTE.
006370     WRITE REG-REPORTE.
006380     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
006390     MOVE SPACES TO REG-REPORTE.
006400     WRITE REG-REPORTE.
006410     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
006420     MOVE LIN-ENCABEZADO-3 TO REG-REPORTE.
006430     WRITE REG-REPORTE.
006440     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
006450 3600-EXIT.
006460     EXIT.
006470*
006480*    ONE CONSUMER LINE, SHOWING THE ACKNOWLEDGEMENT THE RESULT
006490*    WAS BASED ON, IF ANY.
006500*
006510 4000-LINEA-DETALLE.
006520     IF CAC-IND-MOSTRAR = 0
006530         MOVE SPACES TO LD-SERIE
006540         MOVE SPACES TO LD-FILAS-X
006550         MOVE SPACES TO LD-TOTAL-X
006560         MOVE SPACES TO LD-FECHA
006570         MOVE SPACES TO LD-HORA
006580     ELSE
006590         MOVE CAC-AC-SERIE (CAC-IND-MOSTRAR) TO LD-SERIE
006600         MOVE CAC-AC-FILAS (CAC-IND-MOSTRAR) TO LD-FILAS-X
006610         MOVE CAC-AC-FECHA (CAC-IND-MOSTRAR) TO LD-FECHA
006620         MOVE CAC-AC-HORA (CAC-IND-MOSTRAR) TO LD-HORA
006630         IF CAC-AC-FILAS (CAC-IND-MOSTRAR) IS NUMERIC
006640             MOVE CAC-AC-FILAS (CAC-IND-MOSTRAR)
006650                 TO CAC-FILAS-ACUSE
006660             MOVE CAC-FILAS-ACUSE TO LD-FILAS
006670         END-IF
006680         IF CAC-AC-TOTAL-ENT (CAC-IND-MOSTRAR) IS NUMERIC
006690            AND CAC-AC-TOTAL-DEC (CAC-IND-MOSTRAR) IS NUMERIC
006700             MOVE CAC-AC-TOTAL-ENT (CAC-IND-MOSTRAR) TO CAC-TT-ENT
006710             MOVE CAC-AC-TOTAL-DEC (CAC-IND-MOSTRAR) TO CAC-TT-DEC
006720             MOVE CAC-TOTAL-TRABAJO TO LD-TOTAL
006730         ELSE
006740             MOVE SPACES TO LD-TOTAL-X
006750         END-IF
006760     END-IF.
006770     MOVE CAC-RESULTADO TO LD-RESULTADO.
006780     MOVE LIN-DETALLE TO REG-REPORTE.
006790     WRITE REG-REPORTE.
006800     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
006810 4000-EXIT.
006820     EXIT.
006830*
006840*    THE COUNTS BY RESULT.  ALL BUT THE LAST ADD UP TO THE
006850*    EXPECTED CONSUMERS.
006860*
006870 5000-IMPRIMIR-TOTALES.
006880     MOVE SPACES TO REG-REPORTE.
006890     WRITE REG-REPORTE.
006900     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
006910     MOVE "CONSUMIDORES ESPERADOS" TO LTO-ETIQUETA.
006920     MOVE CAC-NUM-CONSUMIDORES TO LTO-CONT.
006930     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
006940     MOVE "ACUSADOS" TO LTO-ETIQUETA.
006950     MOVE CAC-CONT-ACUSADOS TO LTO-CONT.
006960     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
006970     MOVE "SERIE ERRONEA" TO LTO-ETIQUETA.
006980     MOVE CAC-CONT-SERIE-ERRONEA TO LTO-CONT.
006990     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
007000     MOVE "CUENTA DISTINTA" TO LTO-ETIQUETA.
007010     MOVE CAC-CONT-CUENTA TO LTO-CONT.
007020     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
007030     MOVE "TOTAL DISTINTO" TO LTO-ETIQUETA.
007040     MOVE CAC-CONT-TOTAL TO LTO-CONT.
007050     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
007060     MOVE "SIN ACUSE TRAS EL CORTE" TO LTO-ETIQUETA.
007070     MOVE CAC-CONT-SIN-ACUSE TO LTO-CONT.
007080     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
007090     MOVE "PENDIENTES ANTES DEL CORTE" TO LTO-ETIQUETA.
007100     MOVE CAC-CONT-PENDIENTES TO LTO-CONT.
007110     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
007120     MOVE "NO ESPERADOS" TO LTO-ETIQUETA.
007130     MOVE CAC-CONT-NO-ESPERADOS TO LTO-CONT.
007140     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
007150 5000-EXIT.
007160     EXIT.
007170
007180 5100-LINEA-TOTAL.
007190     MOVE LIN-TOTAL TO REG-REPORTE.
007200     WRITE REG-REPORTE.
007210     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
007220 5100-EXIT.
007230     EXIT.
007240*
007250*    SHARED FILE-STATUS CHECKS.
007260*
007270 6010-VERIFICAR-REPORTE.
007280     IF FS-REPORTE NOT = "00"
007290         DISPLAY "ERROR EN EL REPORTE DE ACUSES, ESTADO "
007300             FS-REPORTE
007310         MOVE 12 TO RETURN-CODE
007320         STOP RUN.
007330 6010-EXIT.
007340     EXIT.
007350
007360 6020-VERIFICAR-MANIFIESTO.
007370     IF FS-MANIFIESTO NOT = "00"
007380         DISPLAY "ERROR EN EL MANIFIESTO, ESTADO " FS-MANIFIESTO
007390         MOVE 12 TO RETURN-CODE
007400         STOP RUN.
007410 6020-EXIT.
007420     EXIT.
007430
007440 6030-VERIFICAR-CONSUMIDORES.
007450     IF FS-CONSUMIDORES NOT = "00"
007460         DISPLAY "ERROR EN LA TABLA DE CONSUMIDORES, ESTADO "
007470             FS-CONSUMIDORES
007480         MOVE 12 TO RETURN-CODE
007490         STOP RUN.
007500 6030-EXIT.
007510     EXIT.
007520
007530 END PROGRAM CASACUS.

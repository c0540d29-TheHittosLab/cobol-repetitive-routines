000070*
000080*    WORK-OFF JOB FOR THE SUSPENSE FILE.  THE GENERATION RUN
000090*    SETS RECORDS ASIDE WITH A REASON CODE (NONUM, NOART, NOVIG,
000100*    MALPR, NOLIS, NOTAS, MALTC, DESBO) AND UNTIL NOW THEY JUST
000110*    PILED UP WHILE THE DESK RETYPED CORRECTIONS BY HAND.  THIS
000120*    JOB READS THE SUSPENSE FILE TOGETHER WITH A CORRECTIONS
000130*    FILE, RE-CHECKS EACH CORRECTED VALUE WITH THE SAME TESTS
000140*    THE OVERNIGHT RUN APPLIES, AND FEEDS THE GOOD ONES BACK TO
000150*    THE SAME TABLE GENERATION: CORRECTED NUMERO VALUES GO TO A
000160*    RESUBMISSION INPUT FILE IN ENTNUM LAYOUT, CORRECTED ITEM
000170*    CODES TO ONE IN PRECLIST LAYOUT, AND CORRECTED LIST NAMES
000180*    TO ONE IN DRIVER LAYOUT, READY TO BE ALLOCATED TO THE NEXT
000190*    RUN.  THE CURRENCY EXCEPTIONS (NOTAS, MALTC, DESBO) ARE PUT
000200*    RIGHT ON THE RATE FILE OR THE CURRENCY LIST, NOT HERE, AND
000210*    CAN ONLY BE WRITTEN OFF.
000220*
000230*    EVERY SUSPENSE RECORD IS COPIED TO A DISPOSITIONED FILE
000240*    STAMPED WITH HOW IT WAS RESOLVED:
000250*        REPRO - CORRECTED AND RESUBMITTED
000260*        FALLA - A CORRECTION WAS GIVEN BUT STILL FAILS
000270*        ANULA - WRITTEN OFF ON THE DESK'S INSTRUCTION
000280*        PENDI - NO CORRECTION RECEIVED YET
000290*    A SUMMARY REPORT LISTS EACH RECORD AND ITS DISPOSITION SO
000300*    THE MORNING DESK CAN PROVE EVERY EXCEPTION WAS RESOLVED.
000310*    RETURN CODE 0 MEANS EVERYTHING RESOLVED; 4 MEANS RECORDS
000320*    STILL FAILING OR PENDING; 12 MEANS A FILE ERROR STOPPED
000330*    THE JOB.
000340*
000350*    EACH CORRECTION RECORD NAMES THE REASON CODE AND CONTENT
000360*    OF THE SUSPENSE RECORD IT ANSWERS, AN ACTION ("C" CORRECT,
000370*    "A" WRITE OFF) AND, FOR "C", THE REPLACEMENT VALUE.
000380*
000390*    MODIFICATION HISTORY.
000400*    ------------------------------------------------------------
000410*    DATE        INIT  DESCRIPTION
000420*    ------------------------------------------------------------
000430*    2026-09-02  JA    NEW PROGRAM.
000440*    2026-09-02  JA    ITEM CORRECTIONS ARE NOW CHECKED AGAINST
000450*                       THE MASTER'S EFFECTIVE-DATED PRICE
000460*                       HISTORY INSTEAD OF A SINGLE PRICE ROW.
000470*    2026-09-02  JA    THE SUSPENSE RECORD NOW CARRIES THE RUN
000480*                       SERIAL, WHICH IS KEPT ON THE
000490*                       DISPOSITIONED COPY AND THE REPORT.
000500*    2026-09-02  JA    THE ITEM MASTER RECORD NOW ALSO CARRIES
000510*                       QUANTITY-BREAK TIERS; THE LAYOUT IS
000520*                       KEPT IN STEP, THE CHECKS ARE UNCHANGED.
000530*    2026-10-15  JA    EACH DISPOSITION IS ALSO POSTED TO THE
000540*                       CUMULATIVE SUSPENSE LEDGER (SUSACUM):
000550*                       REPRO AND ANULA CLOSE THE EXCEPTION,
000560*                       FALLA AND PENDI LEAVE IT OPEN.
000570*    2026-10-15  JA    THE CURRENCY REASONS (NOTAS, MALTC, DESBO)
000580*                       CAN ONLY BE WRITTEN OFF: THEY ARE FIXED ON
000590*                       THE RATE FILE OR THE CURRENCY LIST AND
000600*                       CLEAR ON THE NEXT RUN, SO A CORRECTION IS
000610*                       STAMPED FALLA INSTEAD OF BEING RESUBMITTED
000620*                       AS AN ITEM.
000630*    ------------------------------------------------------------
000640*
000650 ENVIRONMENT DIVISION.
000660 CONFIGURATION SECTION.
000670 SOURCE-COMPUTER. GENERIC.
000680 OBJECT-COMPUTER. GENERIC.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT ARCHIVO-SUSPENSO ASSIGN TO SUSPENSO
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS FS-SUSPENSO.
000750     SELECT ARCHIVO-CORRECCIONES ASSIGN TO CORRECC
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         ACCESS MODE IS SEQUENTIAL
000780         FILE STATUS IS FS-CORRECCIONES.
000790     SELECT SUSPENSO-DISPUESTO ASSIGN TO SUSPDISP
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         ACCESS MODE IS SEQUENTIAL
000820         FILE STATUS IS FS-DISPUESTO.
000830     SELECT RESUB-NUMEROS ASSIGN TO RESUBNUM
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         ACCESS MODE IS SEQUENTIAL
000860         FILE STATUS IS FS-RESUB-NUM.
000870     SELECT RESUB-ARTICULOS ASSIGN TO RESUBART
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         ACCESS MODE IS SEQUENTIAL
000900         FILE STATUS IS FS-RESUB-ART.
000910     SELECT RESUB-LISTAS ASSIGN TO RESUBDRV
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         ACCESS MODE IS SEQUENTIAL
000940         FILE STATUS IS FS-RESUB-LIS.
000950     SELECT MAESTRO-ARTICULOS ASSIGN TO ITEMMAST
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS RANDOM
000980         RECORD KEY IS ART-CODIGO
000990         FILE STATUS IS FS-ARTICULOS.
001000     SELECT ACUMULADO-SUSPENSO ASSIGN TO SUSACUM
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS RANDOM
001030         RECORD KEY IS LS-CLAVE
001040         FILE STATUS IS FS-ACUMULADO.
001050     SELECT REPORTE-RECICLO ASSIGN TO RECIREP
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         ACCESS MODE IS SEQUENTIAL
001080         FILE STATUS IS FS-REPORTE.
001090
001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  ARCHIVO-SUSPENSO
001130     LABEL RECORDS ARE STANDARD.
001140 01  REG-SUSPENSO.
001150     05  SUS-FECHA              PIC X(10).
001160     05  FILLER                 PIC X(01).
001170     05  SUS-MOTIVO             PIC X(05).
001180     05  FILLER                 PIC X(01).
001190     05  SUS-ID-LOTE            PIC X(08).
001200     05  FILLER                 PIC X(01).
001210     05  SUS-CONTENIDO          PIC X(08).
001220     05  FILLER                 PIC X(01).
001230     05  SUS-SERIE              PIC 9(06).
001240
001250 FD  ARCHIVO-CORRECCIONES
001260     LABEL RECORDS ARE STANDARD.
001270 01  REG-CORRECCION.
001280     05  CORR-MOTIVO            PIC X(05).
001290     05  FILLER                 PIC X(01).
001300     05  CORR-CONTENIDO         PIC X(08).
001310     05  FILLER                 PIC X(01).
001320     05  CORR-ACCION            PIC X(01).
001330     05  FILLER                 PIC X(01).
001340     05  CORR-VALOR-NUEVO       PIC X(08).
001350
001360 FD  SUSPENSO-DISPUESTO
001370     LABEL RECORDS ARE STANDARD.
001380 01  REG-DISPUESTO.
001390     05  DIS-FECHA              PIC X(10).
001400     05  FILLER                 PIC X(01) VALUE SPACE.
001410     05  DIS-MOTIVO             PIC X(05).
001420     05  FILLER                 PIC X(01) VALUE SPACE.
001430     05  DIS-ID-LOTE            PIC X(08).
001440     05  FILLER                 PIC X(01) VALUE SPACE.
001450     05  DIS-CONTENIDO          PIC X(08).
001460     05  FILLER                 PIC X(01) VALUE SPACE.
001470     05  DIS-SERIE              PIC 9(06).
001480     05  FILLER                 PIC X(01) VALUE SPACE.
001490     05  DIS-DISPOSICION        PIC X(05).
001500     05  FILLER                 PIC X(01) VALUE SPACE.
001510     05  DIS-FECHA-PROCESO      PIC X(10).
001520
001530 FD  RESUB-NUMEROS
001540     LABEL RECORDS ARE STANDARD.
001550 01  REG-RESUB-NUMERO           PIC 99.
001560
001570 FD  RESUB-ARTICULOS
001580     LABEL RECORDS ARE STANDARD.
001590 01  REG-RESUB-ARTICULO         PIC X(08).
001600
001610 FD  RESUB-LISTAS
001620     LABEL RECORDS ARE STANDARD.
001630 01  REG-RESUB-LISTA.
001640     05  RSL-NOMBRE-LISTA       PIC X(08).
001650     05  RSL-LIMITE             PIC X(03).
001660
001670 FD  MAESTRO-ARTICULOS
001680     LABEL RECORDS ARE STANDARD.
001690 01  REG-ARTICULO.
001700     05  ART-CODIGO             PIC X(08).
001710     05  ART-DESCRIPCION        PIC X(30).
001720     05  ART-NUM-PRECIOS        PIC 9(02).
001730     05  ART-PRECIO-VIG OCCURS 12 TIMES.
001740         10  ART-HIST-FECHA     PIC X(10).
001750         10  ART-HIST-PRECIO    PIC 9(03)V99.
001760     05  ART-NUM-TRAMOS         PIC 9(01).
001770     05  ART-TRAMO OCCURS 5 TIMES.
001780         10  ART-TRAMO-DESDE    PIC 9(03).
001790         10  ART-TRAMO-PRECIO   PIC 9(03)V99.
001800
001810 FD  ACUMULADO-SUSPENSO
001820     LABEL RECORDS ARE STANDARD.
001830 01  REG-ACUMULADO.
001840     05  LS-CLAVE.
001850         10  LS-MOTIVO          PIC X(05).
001860         10  LS-ID-LOTE         PIC X(08).
001870         10  LS-CONTENIDO       PIC X(08).
001880     05  LS-ESTADO              PIC X(01).
001890     05  LS-FECHA-ORIGEN        PIC X(10).
001900     05  LS-FECHA-APERTURA      PIC X(10).
001910     05  LS-FECHA-ULTIMA        PIC X(10).
001920     05  LS-SERIE-ULTIMA        PIC 9(06).
001930     05  LS-NOCHES              PIC 9(05).
001940     05  LS-DISPOSICION         PIC X(05).
001950     05  LS-FECHA-DISPOSICION   PIC X(10).
001960
001970 FD  REPORTE-RECICLO
001980     LABEL RECORDS ARE STANDARD.
001990 01  REG-REPORTE                PIC X(80).
002000
002010 WORKING-STORAGE SECTION.
002020*
002030*    SWITCHES AND COUNTERS.
002040*
002050 77  FS-SUSPENSO                PIC X(02) VALUE "00".
002060 77  FS-CORRECCIONES            PIC X(02) VALUE "00".
002070 77  FS-DISPUESTO               PIC X(02) VALUE "00".
002080 77  FS-RESUB-NUM               PIC X(02) VALUE "00".
002090 77  FS-RESUB-ART               PIC X(02) VALUE "00".
002100 77  FS-RESUB-LIS               PIC X(02) VALUE "00".
002110 77  FS-ARTICULOS               PIC X(02) VALUE "00".
002120 77  FS-REPORTE                 PIC X(02) VALUE "00".
002130 77  FS-ACUMULADO               PIC X(02) VALUE "00".
002140 77  RCY-MAX-CORRECCIONES       PIC 9(03) COMP VALUE 500.
002150 77  RCY-NUM-CORRECCIONES       PIC 9(03) COMP VALUE 0.
002160 77  RCY-IND                    PIC 9(03) COMP VALUE 0.
002170 77  RCY-CONT-LEIDOS            PIC 9(05) VALUE 0.
002180 77  RCY-CONT-REPROCESADOS      PIC 9(05) VALUE 0.
002190 77  RCY-CONT-FALLAN            PIC 9(05) VALUE 0.
002200 77  RCY-CONT-ANULADOS          PIC 9(05) VALUE 0.
002210 77  RCY-CONT-PENDIENTES        PIC 9(05) VALUE 0.
002220 77  RCY-CONT-SIN-ACUMULADO     PIC 9(05) VALUE 0.
002230 77  RCY-DISPOSICION            PIC X(05).
002240 77  RCY-VALOR-NUEVO            PIC X(08).
002250 77  RCY-IND-PRECIO             PIC 9(02) COMP VALUE 0.
002260
002270 01  SW-FIN-SUSPENSO             PIC X(01) VALUE "N".
002280     88  FIN-SUSPENSO                      VALUE "S".
002290 01  SW-FIN-CORRECCIONES         PIC X(01) VALUE "N".
002300     88  FIN-CORRECCIONES                  VALUE "S".
002310 01  SW-CORR-HALLADA             PIC X(01) VALUE "N".
002320     88  CORR-HALLADA                      VALUE "S".
002330 01  SW-TABLA-LLENA              PIC X(01) VALUE "N".
002340     88  TABLA-LLENA                       VALUE "S".
002350 01  SW-PRECIO-HALLADO           PIC X(01) VALUE "N".
002360     88  PRECIO-HALLADO                    VALUE "S".
002370 01  SW-ACUMULADO                PIC X(01) VALUE "N".
002380     88  ACUMULADO-ABIERTO                 VALUE "S".
002390
002400 01  RCY-NUMERO-ALFA            PIC X(02).
002410
002420 01  RCY-FECHA-SISTEMA.
002430     05  RCY-ANIO               PIC 9(04).
002440     05  RCY-MES                PIC 9(02).
002450     05  RCY-DIA                PIC 9(02).
002460 01  RCY-FECHA-EDITADA.
002470     05  FE-ANIO                PIC 9(04).
002480     05  FILLER                 PIC X VALUE "-".
002490     05  FE-MES                 PIC 9(02).
002500     05  FILLER                 PIC X VALUE "-".
002510     05  FE-DIA                 PIC 9(02).
002520*
002530*    THE CORRECTIONS FILE IS HELD IN STORAGE SO EACH SUSPENSE
002540*    RECORD CAN LOOK UP ITS ANSWER BY REASON CODE AND CONTENT.
002550*    EACH CORRECTION ANSWERS AT MOST ONE SUSPENSE RECORD, SO A
002560*    DUPLICATED EXCEPTION STILL SURFACES AS PENDING INSTEAD OF
002570*    RIDING THROUGH ON ONE CORRECTION.
002580*
002590 01  RCY-TABLA-CORRECCIONES.
002600     05  RCY-CORRECCION OCCURS 500 TIMES.
002610         10  RCY-CORR-MOTIVO    PIC X(05).
002620         10  RCY-CORR-CONTENIDO PIC X(08).
002630         10  RCY-CORR-ACCION    PIC X(01).
002640         10  RCY-CORR-VALOR     PIC X(08).
002650         10  RCY-CORR-USADA     PIC X(01).
002660
002670 01  LIN-TITULO.
002680     05  FILLER                 PIC X(30) VALUE
002690         "RECICLADO DEL SUSPENSO        ".
002700     05  FILLER                 PIC X(07) VALUE "FECHA: ".
002710     05  LT-FECHA               PIC X(10).
002720     05  FILLER                 PIC X(33) VALUE SPACES.
002730 01  LIN-COLUMNAS.
002740     05  FILLER                 PIC X(07) VALUE "MOTIVO".
002750     05  FILLER                 PIC X(10) VALUE "LOTE".
002760     05  FILLER                 PIC X(10) VALUE "CONTENIDO".
002770     05  FILLER                 PIC X(12) VALUE "DISPOSICION".
002780     05  FILLER                 PIC X(11) VALUE "VALOR NUEVO".
002790     05  FILLER                 PIC X(30) VALUE SPACES.
002800 01  LIN-DETALLE.
002810     05  LD-MOTIVO              PIC X(05).
002820     05  FILLER                 PIC X(02) VALUE SPACES.
002830     05  LD-LOTE                PIC X(08).
002840     05  FILLER                 PIC X(02) VALUE SPACES.
002850     05  LD-CONTENIDO           PIC X(08).
002860     05  FILLER                 PIC X(02) VALUE SPACES.
002870     05  LD-DISPOSICION         PIC X(05).
002880     05  FILLER                 PIC X(07) VALUE SPACES.
002890     05  LD-VALOR-NUEVO         PIC X(08).
002900     05  FILLER                 PIC X(33) VALUE SPACES.
002910 01  LIN-TOTAL.
002920     05  LTO-ETIQUETA           PIC X(26).
002930     05  FILLER                 PIC X(02) VALUE SPACES.
002940     05  LTO-CONT               PIC Z(04)9.
002950     05  FILLER                 PIC X(47) VALUE SPACES.
002960
002970 PROCEDURE DIVISION.
002980
002990 0000-MAINLINE.
003000     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003010     PERFORM 1100-CARGAR-CORRECCION THRU 1100-EXIT
003020         UNTIL FIN-CORRECCIONES.
003030     PERFORM 2100-TRATAR-SUSPENSO THRU 2100-EXIT
003040         UNTIL FIN-SUSPENSO.
003050     PERFORM 5000-IMPRIMIR-TOTALES THRU 5000-EXIT.
003060     CLOSE ARCHIVO-SUSPENSO.
003070     CLOSE SUSPENSO-DISPUESTO.
003080     CLOSE RESUB-NUMEROS.
003090     CLOSE RESUB-ARTICULOS.
003100     CLOSE RESUB-LISTAS.
003110     CLOSE MAESTRO-ARTICULOS.
003120     CLOSE REPORTE-RECICLO.
003130     IF ACUMULADO-ABIERTO
003140         CLOSE ACUMULADO-SUSPENSO.
003150     IF RCY-CONT-SIN-ACUMULADO > 0
003160         DISPLAY "SIN REGISTRO EN EL ACUMULADO DE SUSPENSO: "
003170             RCY-CONT-SIN-ACUMULADO.
003180     IF RCY-CONT-FALLAN = 0
003190        AND RCY-CONT-PENDIENTES = 0
003200         MOVE 0 TO RETURN-CODE
003210     ELSE
003220         MOVE 4 TO RETURN-CODE.
003230     STOP RUN.
003240 0000-EXIT.
003250     EXIT.
003260*
003270*    OPEN EVERYTHING.  A MISSING SUSPENSE FILE STOPS THE JOB: A
003280*    WORK-OFF RUN WITH NOTHING TO WORK OFF IS A MISLAID FILE,
003290*    NOT A CLEAN NIGHT.  A MISSING CORRECTIONS FILE IS ALLOWED
003300*    AND SIMPLY LEAVES EVERY RECORD PENDING ON THE REPORT.
003310*
003320 1000-INICIALIZAR.
003330     ACCEPT RCY-FECHA-SISTEMA FROM DATE YYYYMMDD.
003340     MOVE RCY-ANIO TO FE-ANIO.
003350     MOVE RCY-MES TO FE-MES.
003360     MOVE RCY-DIA TO FE-DIA.
003370     OPEN INPUT ARCHIVO-SUSPENSO.
003380     IF FS-SUSPENSO NOT = "00"
003390         DISPLAY "FALTA EL ARCHIVO DE SUSPENSO, ESTADO "
003400             FS-SUSPENSO
003410         MOVE 12 TO RETURN-CODE
003420         STOP RUN.
003430     OPEN INPUT ARCHIVO-CORRECCIONES.
003440     IF FS-CORRECCIONES NOT = "00"
003450         DISPLAY "SIN ARCHIVO DE CORRECCIONES, TODO QUEDA "
003460             "PENDIENTE"
003470         SET FIN-CORRECCIONES TO TRUE.
003480     OPEN INPUT MAESTRO-ARTICULOS.
003490     PERFORM 6060-VERIFICAR-ARTICULOS THRU 6060-EXIT.
003500     OPEN I-O ACUMULADO-SUSPENSO.
003510     IF FS-ACUMULADO = "35"
003520         DISPLAY "SIN ACUMULADO DE SUSPENSO, NO SE ACTUALIZA"
003530     ELSE
003540         PERFORM 6070-VERIFICAR-ACUMULADO THRU 6070-EXIT
003550         SET ACUMULADO-ABIERTO TO TRUE.
003560     OPEN OUTPUT SUSPENSO-DISPUESTO.
003570     PERFORM 6030-VERIFICAR-DISPUESTO THRU 6030-EXIT.
003580     OPEN OUTPUT RESUB-NUMEROS.
003590     PERFORM 6040-VERIFICAR-RESUB THRU 6040-EXIT.
003600     OPEN OUTPUT RESUB-ARTICULOS.
003610     PERFORM 6040-VERIFICAR-RESUB THRU 6040-EXIT.
003620     OPEN OUTPUT RESUB-LISTAS.
003630     PERFORM 6040-VERIFICAR-RESUB THRU 6040-EXIT.
003640     OPEN OUTPUT REPORTE-RECICLO.
003650     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003660     MOVE RCY-FECHA-EDITADA TO LT-FECHA.
003670     MOVE LIN-TITULO TO REG-REPORTE.
003680     WRITE REG-REPORTE.
003690     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003700     MOVE SPACES TO REG-REPORTE.
003710     WRITE REG-REPORTE.
003720     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003730     MOVE LIN-COLUMNAS TO REG-REPORTE.
003740     WRITE REG-REPORTE.
003750     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003760 1000-EXIT.
003770     EXIT.
003780*
003790*    LOAD THE CORRECTIONS INTO THE LOOKUP TABLE.
003800*
003810 1100-CARGAR-CORRECCION.
003820     READ ARCHIVO-CORRECCIONES
003830         AT END
003840             SET FIN-CORRECCIONES TO TRUE
003850             CLOSE ARCHIVO-CORRECCIONES
003860         NOT AT END
003870             IF RCY-NUM-CORRECCIONES < RCY-MAX-CORRECCIONES
003880                 ADD 1 TO RCY-NUM-CORRECCIONES
003890                 MOVE CORR-MOTIVO TO
003900                     RCY-CORR-MOTIVO (RCY-NUM-CORRECCIONES)
003910                 MOVE CORR-CONTENIDO TO
003920                     RCY-CORR-CONTENIDO (RCY-NUM-CORRECCIONES)
003930                 MOVE CORR-ACCION TO
003940                     RCY-CORR-ACCION (RCY-NUM-CORRECCIONES)
003950                 MOVE CORR-VALOR-NUEVO TO
003960                     RCY-CORR-VALOR (RCY-NUM-CORRECCIONES)
003970                 MOVE "N" TO
003980                     RCY-CORR-USADA (RCY-NUM-CORRECCIONES)
003990             ELSE
004000                 IF NOT TABLA-LLENA
004010                     SET TABLA-LLENA TO TRUE
004020                     DISPLAY "TABLA DE CORRECCIONES LLENA, SOLO "
004030                         "SE APLICAN LAS PRIMERAS "
004040                         RCY-MAX-CORRECCIONES
004050                 END-IF
004060             END-IF
004070     END-READ.
004080 1100-EXIT.
004090     EXIT.
004100*
004110*    ONE SUSPENSE RECORD: FIND ITS CORRECTION, DECIDE THE
004120*    DISPOSITION, AND STAMP IT ONTO THE DISPOSITIONED COPY AND
004130*    THE REPORT.
004140*
004150 2100-TRATAR-SUSPENSO.
004160     READ ARCHIVO-SUSPENSO
004170         AT END
004180             SET FIN-SUSPENSO TO TRUE
004190         NOT AT END
004200             ADD 1 TO RCY-CONT-LEIDOS
004210             PERFORM 2200-DISPONER-REGISTRO THRU 2200-EXIT
004220     END-READ.
004230 2100-EXIT.
004240     EXIT.
004250
004260 2200-DISPONER-REGISTRO.
004270     MOVE SPACES TO RCY-VALOR-NUEVO.
004280     PERFORM 2300-BUSCAR-CORRECCION THRU 2300-EXIT.
004290     IF NOT CORR-HALLADA
004300         MOVE "PENDI" TO RCY-DISPOSICION
004310         ADD 1 TO RCY-CONT-PENDIENTES
004320     ELSE
004330         MOVE "S" TO RCY-CORR-USADA (RCY-IND)
004340         MOVE RCY-CORR-VALOR (RCY-IND) TO RCY-VALOR-NUEVO
004350         IF RCY-CORR-ACCION (RCY-IND) = "A"
004360             MOVE "ANULA" TO RCY-DISPOSICION
004370             ADD 1 TO RCY-CONT-ANULADOS
004380         ELSE
004390             PERFORM 3000-REVALIDAR-Y-RESUBIR THRU 3000-EXIT
004400         END-IF
004410     END-IF.
004420     PERFORM 4000-GRABAR-DISPUESTO THRU 4000-EXIT.
004430     PERFORM 4100-DETALLE-REPORTE THRU 4100-EXIT.
004440     PERFORM 4200-ACTUALIZAR-ACUMULADO THRU 4200-EXIT.
004450 2200-EXIT.
004460     EXIT.
004470
004480 2300-BUSCAR-CORRECCION.
004490     MOVE "N" TO SW-CORR-HALLADA.
004500     MOVE 0 TO RCY-IND.
004510     PERFORM 2350-PROBAR-CORRECCION THRU 2350-EXIT
004520         UNTIL CORR-HALLADA
004530            OR RCY-IND NOT < RCY-NUM-CORRECCIONES.
004540 2300-EXIT.
004550     EXIT.
004560
004570 2350-PROBAR-CORRECCION.
004580     ADD 1 TO RCY-IND.
004590     IF RCY-CORR-MOTIVO (RCY-IND) = SUS-MOTIVO
004600        AND RCY-CORR-CONTENIDO (RCY-IND) = SUS-CONTENIDO
004610        AND RCY-CORR-USADA (RCY-IND) = "N"
004620         SET CORR-HALLADA TO TRUE.
004630 2350-EXIT.
004640     EXIT.
004650*
004660*    RE-CHECK THE CORRECTED VALUE WITH THE SAME TESTS THE
004670*    OVERNIGHT RUN APPLIES, THEN WRITE IT TO THE MATCHING
004680*    RESUBMISSION FILE.  A VALUE THAT STILL FAILS IS STAMPED
004690*    FALLA AND STAYS OFF THE RESUBMISSION FILES, SO A BAD
004700*    CORRECTION CAN NEVER POISON THE NEXT RUN.  THE CURRENCY
004710*    REASONS HAVE NOTHING TO RESUBMIT AND ARE REJECTED.
004720*
004730 3000-REVALIDAR-Y-RESUBIR.
004740     IF SUS-MOTIVO = "NONUM"
004750         PERFORM 3100-RESUBIR-NUMERO THRU 3100-EXIT
004760     ELSE IF SUS-MOTIVO = "NOLIS"
004770         PERFORM 3300-RESUBIR-LISTA THRU 3300-EXIT
004780     ELSE IF SUS-MOTIVO = "NOTAS"
004790        OR SUS-MOTIVO = "MALTC"
004800        OR SUS-MOTIVO = "DESBO"
004810         PERFORM 3400-RECHAZAR-MONEDA THRU 3400-EXIT
004820     ELSE
004830         PERFORM 3200-RESUBIR-ARTICULO THRU 3200-EXIT.
004840 3000-EXIT.
004850     EXIT.
004860*
004870*    A CORRECTED NUMERO IS RIGHT-JUSTIFIED AND MUST BE TWO
004880*    NUMERIC DIGITS, EXACTLY AS THE BATCH INPUT PATH VALIDATES
004890*    ITS RECORDS.
004900*
004910 3100-RESUBIR-NUMERO.
004920     MOVE RCY-VALOR-NUEVO (1:2) TO RCY-NUMERO-ALFA.
004930     IF RCY-NUMERO-ALFA (1:1) NOT = SPACE
004940        AND RCY-NUMERO-ALFA (2:1) = SPACE
004950         MOVE RCY-NUMERO-ALFA (1:1) TO RCY-NUMERO-ALFA (2:1)
004960         MOVE "0" TO RCY-NUMERO-ALFA (1:1)
004970     END-IF.
004980     IF RCY-NUMERO-ALFA IS NUMERIC
004990         MOVE RCY-NUMERO-ALFA TO REG-RESUB-NUMERO
005000         WRITE REG-RESUB-NUMERO
005010         PERFORM 6040-VERIFICAR-RESUB THRU 6040-EXIT
005020         MOVE "REPRO" TO RCY-DISPOSICION
005030         ADD 1 TO RCY-CONT-REPROCESADOS
005040     ELSE
005050         MOVE "FALLA" TO RCY-DISPOSICION
005060         ADD 1 TO RCY-CONT-FALLAN.
005070 3100-EXIT.
005080     EXIT.
005090*
005100*    A CORRECTED ITEM CODE MUST PASS THE SAME TESTS THE
005110*    PRICE-BOOK RUN APPLIES: ON THE MASTER, WITH A PRICE
005120*    HISTORY ROW IN EFFECT TODAY CARRYING A NUMERIC PRICE.
005130*
005140 3200-RESUBIR-ARTICULO.
005150     MOVE RCY-VALOR-NUEVO TO ART-CODIGO.
005160     READ MAESTRO-ARTICULOS
005170         INVALID KEY
005180             MOVE "FALLA" TO RCY-DISPOSICION
005190             ADD 1 TO RCY-CONT-FALLAN
005200             GO TO 3200-EXIT
005210     END-READ.
005220     IF ART-NUM-PRECIOS IS NOT NUMERIC
005230        OR ART-NUM-PRECIOS = 0
005240         MOVE "FALLA" TO RCY-DISPOSICION
005250         ADD 1 TO RCY-CONT-FALLAN
005260         GO TO 3200-EXIT.
005270     PERFORM 3250-ELEGIR-PRECIO THRU 3250-EXIT.
005280     IF NOT PRECIO-HALLADO
005290        OR ART-HIST-PRECIO (RCY-IND-PRECIO) IS NOT NUMERIC
005300         MOVE "FALLA" TO RCY-DISPOSICION
005310         ADD 1 TO RCY-CONT-FALLAN
005320         GO TO 3200-EXIT.
005330     MOVE RCY-VALOR-NUEVO TO REG-RESUB-ARTICULO.
005340     WRITE REG-RESUB-ARTICULO.
005350     PERFORM 6040-VERIFICAR-RESUB THRU 6040-EXIT.
005360     MOVE "REPRO" TO RCY-DISPOSICION.
005370     ADD 1 TO RCY-CONT-REPROCESADOS.
005380 3200-EXIT.
005390     EXIT.
005400*
005410*    THE HISTORY ROWS ARE KEPT NEWEST FIRST, SO THE FIRST ROW
005420*    WHOSE DATE IS NOT PAST TODAY IS THE ONE IN FORCE, THE
005430*    SAME SELECTION THE PRICE-BOOK RUN MAKES.
005440*
005450 3250-ELEGIR-PRECIO.
005460     MOVE "N" TO SW-PRECIO-HALLADO.
005470     MOVE 0 TO RCY-IND-PRECIO.
005480     PERFORM 3260-PROBAR-PRECIO THRU 3260-EXIT
005490         UNTIL PRECIO-HALLADO
005500            OR RCY-IND-PRECIO NOT < ART-NUM-PRECIOS.
005510 3250-EXIT.
005520     EXIT.
005530
005540 3260-PROBAR-PRECIO.
005550     ADD 1 TO RCY-IND-PRECIO.
005560     IF ART-HIST-FECHA (RCY-IND-PRECIO) NOT > RCY-FECHA-EDITADA
005570         SET PRECIO-HALLADO TO TRUE.
005580 3260-EXIT.
005590     EXIT.
005600*
005610*    A CORRECTED LIST NAME GOES OUT AS A DRIVER RECORD WITH A
005620*    BLANK LIMIT, SO THE NEXT RUN APPLIES ITS SITE-WIDE DEFAULT
005630*    THE SAME WAY IT DOES FOR ANY DRIVER RECORD WITHOUT ONE.
005640*
005650 3300-RESUBIR-LISTA.
005660     IF RCY-VALOR-NUEVO = SPACES
005670         MOVE "FALLA" TO RCY-DISPOSICION
005680         ADD 1 TO RCY-CONT-FALLAN
005690         GO TO 3300-EXIT.
005700     MOVE SPACES TO REG-RESUB-LISTA.
005710     MOVE RCY-VALOR-NUEVO TO RSL-NOMBRE-LISTA.
005720     WRITE REG-RESUB-LISTA.
005730     PERFORM 6040-VERIFICAR-RESUB THRU 6040-EXIT.
005740     MOVE "REPRO" TO RCY-DISPOSICION.
005750     ADD 1 TO RCY-CONT-REPROCESADOS.
005760 3300-EXIT.
005770     EXIT.
005780*
005790*    A CURRENCY EXCEPTION (NO RATE IN EFFECT, AN UNREADABLE
005800*    RATE, OR A CONVERTED PRICE PAST THE PRICE FIELD) IS PUT
005810*    RIGHT ON THE RATE FILE OR THE CURRENCY LIST, NOT HERE.
005820*    RESUBMITTING THE ITEM WOULD ONLY REPEAT ITS BASE TABLE,
005830*    SO A CORRECTION IS REFUSED; THE DESK WRITES IT OFF ONCE
005840*    THE FILES ARE FIXED.
005850*
005860 3400-RECHAZAR-MONEDA.
005870     DISPLAY "MOTIVO " SUS-MOTIVO " " SUS-ID-LOTE " "
005880         SUS-CONTENIDO ": CORRIJA TIPOCAMB O MONEDAS Y ANULE".
005890     MOVE "FALLA" TO RCY-DISPOSICION.
005900     ADD 1 TO RCY-CONT-FALLAN.
005910 3400-EXIT.
005920     EXIT.
005930*
005940*    THE DISPOSITIONED COPY CARRIES THE ORIGINAL RECORD PLUS
005950*    THE DISPOSITION AND THE DATE THIS JOB RAN, SO THE TRAIL
005960*    OF WHAT BECAME OF EACH EXCEPTION SURVIVES THE NEXT
005970*    GENERATION RUN REBUILDING THE LIVE SUSPENSE FILE.
005980*
005990 4000-GRABAR-DISPUESTO.
006000     MOVE SPACES TO REG-DISPUESTO.
006010     MOVE SUS-FECHA TO DIS-FECHA.
006020     MOVE SUS-MOTIVO TO DIS-MOTIVO.
006030     MOVE SUS-ID-LOTE TO DIS-ID-LOTE.
006040     MOVE SUS-CONTENIDO TO DIS-CONTENIDO.
006050     MOVE SUS-SERIE TO DIS-SERIE.
006060     MOVE RCY-DISPOSICION TO DIS-DISPOSICION.
006070     MOVE RCY-FECHA-EDITADA TO DIS-FECHA-PROCESO.
006080     WRITE REG-DISPUESTO.
006090     PERFORM 6030-VERIFICAR-DISPUESTO THRU 6030-EXIT.
006100 4000-EXIT.
006110     EXIT.
006120
006130 4100-DETALLE-REPORTE.
006140     MOVE SUS-MOTIVO TO LD-MOTIVO.
006150     MOVE SUS-ID-LOTE TO LD-LOTE.
006160     MOVE SUS-CONTENIDO TO LD-CONTENIDO.
006170     MOVE RCY-DISPOSICION TO LD-DISPOSICION.
006180     MOVE RCY-VALOR-NUEVO TO LD-VALOR-NUEVO.
006190     MOVE LIN-DETALLE TO REG-REPORTE.
006200     WRITE REG-REPORTE.
006210     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
006220 4100-EXIT.
006230     EXIT.
006240*
006250*    STAMP THE DISPOSITION ON THE EXCEPTION'S LEDGER RECORD.
006260*    REPRO AND ANULA CLOSE IT; FALLA AND PENDI LEAVE IT OPEN
006270*    SO IT KEEPS AGING.  A RECORD THE POSTING JOB NEVER SAW
006280*    (SUSPENSO NOT POSTED BEFORE THIS RUN) IS ONLY COUNTED.
006290*
006300 4200-ACTUALIZAR-ACUMULADO.
006310     IF NOT ACUMULADO-ABIERTO
006320         GO TO 4200-EXIT.
006330     MOVE SUS-MOTIVO TO LS-MOTIVO.
006340     MOVE SUS-ID-LOTE TO LS-ID-LOTE.
006350     MOVE SUS-CONTENIDO TO LS-CONTENIDO.
006360     READ ACUMULADO-SUSPENSO
006370         INVALID KEY
006380             ADD 1 TO RCY-CONT-SIN-ACUMULADO
006390             GO TO 4200-EXIT
006400     END-READ.
006410     PERFORM 6070-VERIFICAR-ACUMULADO THRU 6070-EXIT.
006420     MOVE RCY-DISPOSICION TO LS-DISPOSICION.
006430     MOVE RCY-FECHA-EDITADA TO LS-FECHA-DISPOSICION.
006440     IF RCY-DISPOSICION = "REPRO"
006450        OR RCY-DISPOSICION = "ANULA"
006460         MOVE "C" TO LS-ESTADO
006470     ELSE
006480         MOVE "A" TO LS-ESTADO.
006490     REWRITE REG-ACUMULADO.
006500     PERFORM 6070-VERIFICAR-ACUMULADO THRU 6070-EXIT.
006510 4200-EXIT.
006520     EXIT.
006530*
006540*    CLOSING COUNTS: EVERY RECORD READ IS ACCOUNTED FOR UNDER
006550*    EXACTLY ONE DISPOSITION, SO THE FOUR LINES ADD UP TO THE
006560*    FIRST ONE AND THE DESK CAN PROVE THE FILE WAS WORKED OFF.
006570*
006580 5000-IMPRIMIR-TOTALES.
006590     MOVE SPACES TO REG-REPORTE.
006600     WRITE REG-REPORTE.
006610     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
006620     MOVE "REGISTROS LEIDOS" TO LTO-ETIQUETA.
006630     MOVE RCY-CONT-LEIDOS TO LTO-CONT.
006640     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
006650     MOVE "REPROCESADOS" TO LTO-ETIQUETA.
006660     MOVE RCY-CONT-REPROCESADOS TO LTO-CONT.
006670     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
006680     MOVE "SIGUEN FALLANDO" TO LTO-ETIQUETA.
006690     MOVE RCY-CONT-FALLAN TO LTO-CONT.
006700     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
006710     MOVE "ANULADOS" TO LTO-ETIQUETA.
006720     MOVE RCY-CONT-ANULADOS TO LTO-CONT.
006730     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
006740     MOVE "PENDIENTES" TO LTO-ETIQUETA.
006750     MOVE RCY-CONT-PENDIENTES TO LTO-CONT.
006760     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
006770 5000-EXIT.
006780     EXIT.
006790
006800 5100-LINEA-TOTAL.
006810     MOVE LIN-TOTAL TO REG-REPORTE.
006820     WRITE REG-REPORTE.
006830     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
006840 5100-EXIT.
006850     EXIT.
006860*
006870*    SHARED FILE-STATUS CHECKS.  THE DISPOSITIONED COPY AND THE
006880*    RESUBMISSION FILES ARE WHAT THE DESK AND THE NEXT RUN WILL
006890*    TRUST, SO A FAILURE STOPS THE JOB AT ONCE.
006900*
006910 6010-VERIFICAR-REPORTE.
006920     IF FS-REPORTE NOT = "00"
006930         DISPLAY "ERROR EN EL REPORTE DE RECICLADO, ESTADO "
006940             FS-REPORTE
006950         MOVE 12 TO RETURN-CODE
006960         STOP RUN.
006970 6010-EXIT.
006980     EXIT.
006990*
007000 6030-VERIFICAR-DISPUESTO.
007010     IF FS-DISPUESTO NOT = "00"
007020         DISPLAY "ERROR EN EL SUSPENSO DISPUESTO, ESTADO "
007030             FS-DISPUESTO
007040         MOVE 12 TO RETURN-CODE
007050         STOP RUN.
007060 6030-EXIT.
007070     EXIT.
007080*
007090 6040-VERIFICAR-RESUB.
007100     IF FS-RESUB-NUM NOT = "00"
007110        OR FS-RESUB-ART NOT = "00"
007120        OR FS-RESUB-LIS NOT = "00"
007130         DISPLAY "ERROR EN UN ARCHIVO DE RESUBMISION, ESTADOS "
007140             FS-RESUB-NUM " " FS-RESUB-ART " " FS-RESUB-LIS
007150         MOVE 12 TO RETURN-CODE
007160         STOP RUN.
007170 6040-EXIT.
007180     EXIT.
007190*
007200 6060-VERIFICAR-ARTICULOS.
007210     IF FS-ARTICULOS NOT = "00"
007220         DISPLAY "ERROR EN EL MAESTRO DE ARTICULOS, ESTADO "
007230             FS-ARTICULOS
007240         MOVE 12 TO RETURN-CODE
007250         STOP RUN.
007260 6060-EXIT.
007270     EXIT.
007280*
007290 6070-VERIFICAR-ACUMULADO.
007300     IF FS-ACUMULADO NOT = "00"
007310         DISPLAY "ERROR EN EL ACUMULADO DE SUSPENSO, ESTADO "
007320             FS-ACUMULADO
007330         MOVE 12 TO RETURN-CODE
007340         STOP RUN.
007350 6070-EXIT.
007360     EXIT.
007370
007380 END PROGRAM RECICLA.

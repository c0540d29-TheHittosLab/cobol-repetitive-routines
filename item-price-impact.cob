000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. IMPPREC.
000030 AUTHOR. J. ALVAREZ.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    PRICE-CHANGE IMPACT REPORT.  BEFORE A NEW PRICE SHEET
000090*    TAKES EFFECT, SALES WANTS TO KNOW WHICH ITEMS CHANGE, BY
000100*    HOW MUCH, AND WHAT THAT DOES TO THE QUANTITY TABLES THE
000110*    CUSTOMERS ARE QUOTED FROM.  THIS RUN READS THE WHOLE ITEM
000120*    MASTER AND, FOR EACH ITEM, FINDS THE PRICE IN EFFECT ON
000130*    TWO DATES WITH THE SAME NEWEST-FIRST RULE THE PRICE-BOOK
000140*    RUN USES (THE FIRST HISTORY ROW NOT DATED PAST THE DAY).
000150*
000160*    EVERY ITEM WHOSE PRICE DIFFERS BETWEEN THE TWO DATES, OR
000170*    THAT COMES INTO EFFECT BETWEEN THEM, IS LISTED WITH THE
000180*    OLD AND NEW PRICE, THE AMOUNT AND PERCENT OF THE CHANGE,
000190*    AND UNDER IT THE UNIT AND EXTENDED PRICE AT EACH BREAK OF
000200*    ITS QUANTITY TABLE (QUANTITY 1 AND EACH TIER'S FROM-
000210*    QUANTITY) UNDER BOTH DATES.  THE TIERS THEMSELVES CARRY NO
000220*    EFFECTIVE DATE ON THE MASTER, SO BOTH DATES PRICE AGAINST
000230*    THE SAME TIER TABLE, EXACTLY AS TWO PRICE-BOOK RUNS WOULD;
000240*    WHAT MOVES AT A BREAK IS WHATEVER STILL RIDES ON THE BASE
000250*    PRICE.
000260*
000270*    THE PARAMETER FILE CARRIES ONE DATE PER RECORD: THE
000280*    EARLIER DATE, THEN THE LATER ONE (BOTH AAAA-MM-DD).  THE
000290*    REPORT CLOSES WITH THE COUNT OF ITEMS RAISED, LOWERED,
000300*    UNCHANGED, NEWLY EFFECTIVE AND NOT YET EFFECTIVE ON THE
000310*    LATER DATE, PLUS ANY ITEM WHOSE PRICE DATA IS UNREADABLE.
000320*
000330*    MODIFICATION HISTORY.
000340*    ------------------------------------------------------------
000350*    DATE        INIT  DESCRIPTION
000360*    ------------------------------------------------------------
000370*    2026-10-15  JA    NEW PROGRAM.
000380*    ------------------------------------------------------------
000390*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. GENERIC.
000430 OBJECT-COMPUTER. GENERIC.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT MAESTRO-ARTICULOS ASSIGN TO ITEMMAST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS ART-CODIGO
000500         FILE STATUS IS FS-ARTICULOS.
000510     SELECT PARM-IMPACTO ASSIGN TO IMPPARM
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS FS-PARM-IMPACTO.
000550     SELECT REPORTE-IMPACTO ASSIGN TO IMPREP
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS FS-REPORTE.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  MAESTRO-ARTICULOS
000630     LABEL RECORDS ARE STANDARD.
000640 01  REG-ARTICULO.
000650     05  ART-CODIGO             PIC X(08).
000660     05  ART-DESCRIPCION        PIC X(30).
000670     05  ART-NUM-PRECIOS        PIC 9(02).
000680     05  ART-PRECIO-VIG OCCURS 12 TIMES.
000690         10  ART-HIST-FECHA     PIC X(10).
000700         10  ART-HIST-PRECIO    PIC 9(03)V99.
000710     05  ART-NUM-TRAMOS         PIC 9(01).
000720     05  ART-TRAMO OCCURS 5 TIMES.
000730         10  ART-TRAMO-DESDE    PIC 9(03).
000740         10  ART-TRAMO-PRECIO   PIC 9(03)V99.
000750
000760 FD  PARM-IMPACTO
000770     LABEL RECORDS ARE STANDARD.
000780 01  REG-PARM-IMPACTO           PIC X(10).
000790
000800 FD  REPORTE-IMPACTO
000810     LABEL RECORDS ARE STANDARD.
000820 01  REG-REPORTE                PIC X(80).
000830
000840 WORKING-STORAGE SECTION.
000850*
000860*    SWITCHES AND COUNTERS.
000870*
000880 77  FS-ARTICULOS               PIC X(02) VALUE "00".
000890 77  FS-PARM-IMPACTO            PIC X(02) VALUE "00".
000900 77  FS-REPORTE                 PIC X(02) VALUE "00".
000910 77  IMP-NUM-PAGINA             PIC 9(03) COMP VALUE 0.
000920 77  IMP-LIN-PAGINA             PIC 9(03) COMP VALUE 0.
000930 77  IMP-MAX-LIN-PAGINA         PIC 9(03) COMP VALUE 55.
000940 77  IMP-NUM-PARM               PIC 9(02) COMP VALUE 0.
000950 77  IMP-CONT-LEIDOS            PIC 9(07) VALUE 0.
000960 77  IMP-CONT-SUBEN             PIC 9(07) VALUE 0.
000970 77  IMP-CONT-BAJAN             PIC 9(07) VALUE 0.
000980 77  IMP-CONT-IGUALES           PIC 9(07) VALUE 0.
000990 77  IMP-CONT-NUEVOS            PIC 9(07) VALUE 0.
001000 77  IMP-CONT-NO-VIGENTES       PIC 9(07) VALUE 0.
001010 77  IMP-CONT-ERRONEOS          PIC 9(07) VALUE 0.
001020 77  IMP-IND-PRECIO             PIC 9(02) COMP VALUE 0.
001030 77  IMP-IND-TRAMO              PIC 9(01) COMP VALUE 0.
001040 77  IMP-IND-CORTE              PIC 9(01) COMP VALUE 0.
001050 77  IMP-NUM-TRAMOS             PIC 9(01) VALUE 0.
001060 77  IMP-MEJOR-DESDE            PIC 999 VALUE 0.
001070 77  IMP-CANTIDAD               PIC 999 VALUE 0.
001080 77  IMP-PRECIO-BASE            PIC 9(03)V99 VALUE 0.
001090 77  IMP-PRECIO-UNIDAD          PIC 9(03)V99 VALUE 0.
001100 77  IMP-PRECIO-ANT             PIC 9(03)V99 VALUE 0.
001110 77  IMP-PRECIO-NUE             PIC 9(03)V99 VALUE 0.
001120 77  IMP-DIFERENCIA             PIC S9(03)V99 VALUE 0.
001130 77  IMP-PORCENTAJE             PIC S9(04)V9 VALUE 0.
001140 77  IMP-IMPORTE                PIC 9(06)V99 VALUE 0.
001150
001160 01  SW-FIN-ARTICULOS            PIC X(01) VALUE "N".
001170     88  FIN-ARTICULOS                     VALUE "S".
001180 01  SW-FIN-PARM                 PIC X(01) VALUE "N".
001190     88  FIN-PARM                          VALUE "S".
001200 01  SW-PRECIO-HALLADO           PIC X(01) VALUE "N".
001210     88  PRECIO-HALLADO                    VALUE "S".
001220 01  SW-PRECIO-ERRONEO           PIC X(01) VALUE "N".
001230     88  PRECIO-ERRONEO                    VALUE "S".
001240 01  SW-VIGENTE-ANT              PIC X(01) VALUE "N".
001250     88  VIGENTE-ANT                       VALUE "S".
001260 01  SW-VIGENTE-NUE              PIC X(01) VALUE "N".
001270     88  VIGENTE-NUE                       VALUE "S".
001280
001290 01  IMP-FECHA-ANT              PIC X(10) VALUE SPACES.
001300 01  IMP-FECHA-NUE              PIC X(10) VALUE SPACES.
001310 01  IMP-FECHA-CORTE            PIC X(10) VALUE SPACES.
001320*
001330*    THE ITEM'S TIERS, COPIED AS THE PRICE-BOOK RUN COPIES
001340*    THEM: A TIER WITH UNREADABLE FIELDS COUNTS AS ABSENT.
001350*
001360 01  IMP-TABLA-TRAMOS.
001370     05  IMP-TRAMO OCCURS 5 TIMES.
001380         10  IMP-TRAMO-DESDE    PIC 999.
001390         10  IMP-TRAMO-PRECIO   PIC 9(03)V99.
001400
001410 01  IMP-FECHA-SISTEMA.
001420     05  IMP-ANIO               PIC 9(04).
001430     05  IMP-MES                PIC 9(02).
001440     05  IMP-DIA                PIC 9(02).
001450 01  IMP-FECHA-EDITADA.
001460     05  FE-ANIO                PIC 9(04).
001470     05  FILLER                 PIC X VALUE "-".
001480     05  FE-MES                 PIC 9(02).
001490     05  FILLER                 PIC X VALUE "-".
001500     05  FE-DIA                 PIC 9(02).
001510 01  IMP-HORA-SISTEMA.
001520     05  IMP-HORAS              PIC 9(02).
001530     05  IMP-MINUTOS            PIC 9(02).
001540     05  IMP-SEGUNDOS           PIC 9(02).
001550     05  FILLER                 PIC 9(04).
001560 01  IMP-HORA-EDITADA.
001570     05  HE-HORAS               PIC 9(02).
001580     05  FILLER                 PIC X VALUE ":".
001590     05  HE-MINUTOS             PIC 9(02).
001600     05  FILLER                 PIC X VALUE ":".
001610     05  HE-SEGUNDOS            PIC 9(02).
001620
001630 01  LIN-ENCABEZADO-1.
001640     05  FILLER                 PIC X(27) VALUE
001650         "IMPACTO DE CAMBIO PRECIOS  ".
001660     05  FILLER                 PIC X(07) VALUE "ANTES: ".
001670     05  LE1-ANTES              PIC X(10).
001680     05  FILLER                 PIC X(10) VALUE " DESPUES: ".
001690     05  LE1-DESPUES            PIC X(10).
001700     05  FILLER                 PIC X(08) VALUE "  PAG.: ".
001710     05  LE1-PAGINA             PIC ZZ9.
001720     05  FILLER                 PIC X(05) VALUE SPACES.
001730 01  LIN-ENCABEZADO-2.
001740     05  FILLER                 PIC X(09) VALUE "EMITIDO: ".
001750     05  LE2-FECHA              PIC X(10).
001760     05  FILLER                 PIC X(02) VALUE SPACES.
001770     05  LE2-HORA               PIC X(08).
001780     05  FILLER                 PIC X(51) VALUE SPACES.
001790 01  LIN-ENCABEZADO-3.
001800     05  FILLER                 PIC X(10) VALUE "ARTICULO".
001810     05  FILLER                 PIC X(21) VALUE "DESCRIPCION".
001820     05  FILLER                 PIC X(08) VALUE " ANTES".
001830     05  FILLER                 PIC X(08) VALUE " NUEVO".
001840     05  FILLER                 PIC X(09) VALUE "  DIFER.".
001850     05  FILLER                 PIC X(09) VALUE "      %".
001860     05  FILLER                 PIC X(08) VALUE "CAMBIO".
001870     05  FILLER                 PIC X(07) VALUE SPACES.
001880 01  LIN-DETALLE.
001890     05  LD-CODIGO              PIC X(08).
001900     05  FILLER                 PIC X(02) VALUE SPACES.
001910     05  LD-DESCRIPCION         PIC X(20).
001920     05  FILLER                 PIC X(01) VALUE SPACES.
001930     05  LD-PRECIO-ANT          PIC ZZ9.99.
001940     05  LD-PRECIO-ANT-X REDEFINES LD-PRECIO-ANT PIC X(06).
001950     05  FILLER                 PIC X(02) VALUE SPACES.
001960     05  LD-PRECIO-NUE          PIC ZZ9.99.
001970     05  FILLER                 PIC X(02) VALUE SPACES.
001980     05  LD-DIFERENCIA          PIC ---9.99.
001990     05  LD-DIFERENCIA-X REDEFINES LD-DIFERENCIA PIC X(07).
002000     05  FILLER                 PIC X(02) VALUE SPACES.
002010     05  LD-PORCENTAJE          PIC ----9.9.
002020     05  LD-PORCENTAJE-X REDEFINES LD-PORCENTAJE PIC X(07).
002030     05  FILLER                 PIC X(02) VALUE SPACES.
002040     05  LD-MARCA               PIC X(08).
002050     05  FILLER                 PIC X(07) VALUE SPACES.
002060 01  LIN-CORTE.
002070     05  FILLER                 PIC X(12) VALUE
002080         "    CANTIDAD".
002090     05  FILLER                 PIC X(01) VALUE SPACES.
002100     05  LCO-CANTIDAD           PIC ZZ9.
002110     05  FILLER                 PIC X(08) VALUE "  UNIT. ".
002120     05  LCO-UNIDAD-ANT         PIC ZZ9.99.
002130     05  LCO-UNIDAD-ANT-X REDEFINES LCO-UNIDAD-ANT PIC X(06).
002140     05  FILLER                 PIC X(04) VALUE " -> ".
002150     05  LCO-UNIDAD-NUE         PIC ZZ9.99.
002160     05  FILLER                 PIC X(10) VALUE "  IMPORTE ".
002170     05  LCO-IMPORTE-ANT        PIC ZZZ,ZZ9.99.
002180     05  LCO-IMPORTE-ANT-X REDEFINES LCO-IMPORTE-ANT
002190                                PIC X(10).
002200     05  FILLER                 PIC X(04) VALUE " -> ".
002210     05  LCO-IMPORTE-NUE        PIC ZZZ,ZZ9.99.
002220     05  FILLER                 PIC X(06) VALUE SPACES.
002230 01  LIN-TOTAL.
002240     05  LTO-ETIQUETA           PIC X(26).
002250     05  FILLER                 PIC X(02) VALUE SPACES.
002260     05  LTO-CONT               PIC Z(06)9.
002270     05  FILLER                 PIC X(45) VALUE SPACES.
002280
002290 PROCEDURE DIVISION.
002300
002310 0000-MAINLINE.
002320     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002330     PERFORM 2100-LEER-ARTICULO THRU 2100-EXIT
002340         UNTIL FIN-ARTICULOS.
002350     PERFORM 5000-IMPRIMIR-TOTALES THRU 5000-EXIT.
002360     CLOSE MAESTRO-ARTICULOS.
002370     CLOSE REPORTE-IMPACTO.
002380     DISPLAY "REPORTE DE IMPACTO DE PRECIOS TERMINADO".
002390     DISPLAY "ARTICULOS LEIDOS:        " IMP-CONT-LEIDOS.
002400     DISPLAY "PRECIO SUBE:             " IMP-CONT-SUBEN.
002410     DISPLAY "PRECIO BAJA:             " IMP-CONT-BAJAN.
002420     STOP RUN.
002430 0000-EXIT.
002440     EXIT.
002450*
002460*    READ THE TWO DATES.  BOTH ARE REQUIRED AND THE FIRST MUST
002470*    COME BEFORE THE SECOND; A REVERSED PAIR WOULD PRINT EVERY
002480*    RAISE AS A CUT.
002490*
002500 1000-INICIALIZAR.
002510     ACCEPT IMP-FECHA-SISTEMA FROM DATE YYYYMMDD.
002520     MOVE IMP-ANIO TO FE-ANIO.
002530     MOVE IMP-MES TO FE-MES.
002540     MOVE IMP-DIA TO FE-DIA.
002550     ACCEPT IMP-HORA-SISTEMA FROM TIME.
002560     MOVE IMP-HORAS TO HE-HORAS.
002570     MOVE IMP-MINUTOS TO HE-MINUTOS.
002580     MOVE IMP-SEGUNDOS TO HE-SEGUNDOS.
002590     OPEN INPUT PARM-IMPACTO.
002600     IF FS-PARM-IMPACTO NOT = "00"
002610         DISPLAY "FALTA EL PARAMETRO DE IMPACTO (IMPPARM)."
002620         MOVE 12 TO RETURN-CODE
002630         STOP RUN.
002640     PERFORM 1100-LEER-PARAMETRO THRU 1100-EXIT
002650         UNTIL FIN-PARM.
002660     CLOSE PARM-IMPACTO.
002670     IF IMP-FECHA-ANT = SPACES
002680        OR IMP-FECHA-NUE = SPACES
002690         DISPLAY "EL REPORTE NECESITA DOS FECHAS "
002700             "(AAAA-MM-DD, UNA POR REGISTRO)."
002710         MOVE 12 TO RETURN-CODE
002720         STOP RUN.
002730     IF IMP-FECHA-ANT NOT < IMP-FECHA-NUE
002740         DISPLAY "LA PRIMERA FECHA DEBE SER ANTERIOR A LA "
002750             "SEGUNDA: " IMP-FECHA-ANT " " IMP-FECHA-NUE
002760         MOVE 12 TO RETURN-CODE
002770         STOP RUN.
002780     OPEN INPUT MAESTRO-ARTICULOS.
002790     PERFORM 6060-VERIFICAR-ARTICULOS THRU 6060-EXIT.
002800     OPEN OUTPUT REPORTE-IMPACTO.
002810     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
002820     PERFORM 3600-ENCABEZADO-REPORTE THRU 3600-EXIT.
002830 1000-EXIT.
002840     EXIT.
002850
002860 1100-LEER-PARAMETRO.
002870     READ PARM-IMPACTO
002880         AT END
002890             SET FIN-PARM TO TRUE
002900         NOT AT END
002910             ADD 1 TO IMP-NUM-PARM
002920             IF IMP-NUM-PARM = 1
002930                 MOVE REG-PARM-IMPACTO TO IMP-FECHA-ANT
002940             ELSE IF IMP-NUM-PARM = 2
002950                 MOVE REG-PARM-IMPACTO TO IMP-FECHA-NUE
002960             END-IF
002970     END-READ.
002980 1100-EXIT.
002990     EXIT.
003000
003010 2100-LEER-ARTICULO.
003020     READ MAESTRO-ARTICULOS
003030         AT END
003040             SET FIN-ARTICULOS TO TRUE
003050         NOT AT END
003060             ADD 1 TO IMP-CONT-LEIDOS
003070             PERFORM 2200-EVALUAR-ARTICULO THRU 2200-EXIT
003080     END-READ.
003090 2100-EXIT.
003100     EXIT.
003110*
003120*    ONE ITEM.  AN ITEM WITH NO READABLE HISTORY, OR WHOSE
003130*    PRICE IN FORCE IS UNREADABLE, IS ONE THE PRICE-BOOK RUN
003140*    WOULD SUSPEND AS A BAD PRICE; IT IS COUNTED APART AND NOT
003150*    COMPARED.  AN ITEM NOT IN EFFECT BY THE LATER DATE IS ONLY
003160*    COUNTED; ONE THAT COMES INTO EFFECT BETWEEN THE DATES, OR
003170*    WHOSE PRICE MOVES, IS LISTED.
003180*
003190 2200-EVALUAR-ARTICULO.
003200     IF ART-NUM-PRECIOS IS NOT NUMERIC
003210        OR ART-NUM-PRECIOS = 0
003220         ADD 1 TO IMP-CONT-ERRONEOS
003230         GO TO 2200-EXIT.
003240     MOVE "N" TO SW-PRECIO-ERRONEO.
003250     MOVE IMP-FECHA-ANT TO IMP-FECHA-CORTE.
003260     PERFORM 3000-ELEGIR-PRECIO THRU 3000-EXIT.
003270     MOVE SW-PRECIO-HALLADO TO SW-VIGENTE-ANT.
003280     MOVE IMP-PRECIO-BASE TO IMP-PRECIO-ANT.
003290     MOVE IMP-FECHA-NUE TO IMP-FECHA-CORTE.
003300     PERFORM 3000-ELEGIR-PRECIO THRU 3000-EXIT.
003310     MOVE SW-PRECIO-HALLADO TO SW-VIGENTE-NUE.
003320     MOVE IMP-PRECIO-BASE TO IMP-PRECIO-NUE.
003330     IF PRECIO-ERRONEO
003340         ADD 1 TO IMP-CONT-ERRONEOS
003350         GO TO 2200-EXIT.
003360     IF NOT VIGENTE-NUE
003370         ADD 1 TO IMP-CONT-NO-VIGENTES
003380         GO TO 2200-EXIT.
003390     IF NOT VIGENTE-ANT
003400         ADD 1 TO IMP-CONT-NUEVOS
003410         MOVE "NUEVO" TO LD-MARCA
003420     ELSE IF IMP-PRECIO-NUE > IMP-PRECIO-ANT
003430         ADD 1 TO IMP-CONT-SUBEN
003440         MOVE "SUBE" TO LD-MARCA
003450     ELSE IF IMP-PRECIO-NUE < IMP-PRECIO-ANT
003460         ADD 1 TO IMP-CONT-BAJAN
003470         MOVE "BAJA" TO LD-MARCA
003480     ELSE
003490         ADD 1 TO IMP-CONT-IGUALES
003500         GO TO 2200-EXIT.
003510     PERFORM 4000-CARGAR-TRAMOS THRU 4000-EXIT.
003520     PERFORM 4200-IMPRIMIR-ARTICULO THRU 4200-EXIT.
003530 2200-EXIT.
003540     EXIT.
003550*
003560*    PICK THE HISTORY ROW IN EFFECT ON IMP-FECHA-CORTE, AS THE
003570*    PRICE-BOOK RUN DOES: THE ROWS ARE KEPT NEWEST FIRST, SO
003580*    THE FIRST ROW WHOSE DATE IS NOT PAST THE DAY IS IN FORCE.
003590*
003600 3000-ELEGIR-PRECIO.
003610     MOVE "N" TO SW-PRECIO-HALLADO.
003620     MOVE 0 TO IMP-PRECIO-BASE.
003630     MOVE 0 TO IMP-IND-PRECIO.
003640     PERFORM 3100-PROBAR-PRECIO THRU 3100-EXIT
003650         UNTIL PRECIO-HALLADO
003660            OR IMP-IND-PRECIO NOT < ART-NUM-PRECIOS.
003670     IF PRECIO-HALLADO
003680         IF ART-HIST-PRECIO (IMP-IND-PRECIO) IS NOT NUMERIC
003690             SET PRECIO-ERRONEO TO TRUE
003700         ELSE
003710             MOVE ART-HIST-PRECIO (IMP-IND-PRECIO)
003720                 TO IMP-PRECIO-BASE
003730         END-IF
003740     END-IF.
003750 3000-EXIT.
003760     EXIT.
003770
003780 3100-PROBAR-PRECIO.
003790     ADD 1 TO IMP-IND-PRECIO.
003800     IF ART-HIST-FECHA (IMP-IND-PRECIO) NOT > IMP-FECHA-CORTE
003810         SET PRECIO-HALLADO TO TRUE.
003820 3100-EXIT.
003830     EXIT.
003840*
003850*    SAME PAGE DISCIPLINE AS THE INQUIRIES.
003860*
003870 3600-ENCABEZADO-REPORTE.
003880     ADD 1 TO IMP-NUM-PAGINA.
003890     MOVE IMP-FECHA-ANT TO LE1-ANTES.
003900     MOVE IMP-FECHA-NUE TO LE1-DESPUES.
003910     MOVE IMP-NUM-PAGINA TO LE1-PAGINA.
003920     MOVE LIN-ENCABEZADO-1 TO REG-REPORTE.
003930     IF IMP-NUM-PAGINA = 1
003940         WRITE REG-REPORTE
003950     ELSE
003960         WRITE REG-REPORTE AFTER ADVANCING PAGE.
003970     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003980     MOVE IMP-FECHA-EDITADA TO LE2-FECHA.
003990     MOVE IMP-HORA-EDITADA TO LE2-HORA.
004000     MOVE LIN-ENCABEZADO-2 TO REG-REPORTE.
004010     WRITE REG-REPORTE.
004020     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
004030     MOVE SPACES TO REG-REPORTE.
004040     WRITE REG-REPORTE.
004050     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
004060     MOVE LIN-ENCABEZADO-3 TO REG-REPORTE.
004070     WRITE REG-REPORTE.
004080     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
004090     MOVE 0 TO IMP-LIN-PAGINA.
004100 3600-EXIT.
004110     EXIT.
004120*
004130*    COPY THE ITEM'S TIERS THE WAY THE PRICE-BOOK RUN DOES.  A
004140*    MASTER RECORD FROM BEFORE THE TIERS EXISTED CARRIES BLANKS
004150*    THERE AND SIMPLY HAS NONE.
004160*
004170 4000-CARGAR-TRAMOS.
004180     MOVE 0 TO IMP-NUM-TRAMOS.
004190     IF ART-NUM-TRAMOS IS NOT NUMERIC
004200         GO TO 4000-EXIT.
004210     MOVE ART-NUM-TRAMOS TO IMP-NUM-TRAMOS.
004220     MOVE 0 TO IMP-IND-TRAMO.
004230     PERFORM 4050-COPIAR-TRAMO THRU 4050-EXIT
004240         UNTIL IMP-IND-TRAMO NOT < IMP-NUM-TRAMOS.
004250 4000-EXIT.
004260     EXIT.
004270
004280 4050-COPIAR-TRAMO.
004290     ADD 1 TO IMP-IND-TRAMO.
004300     IF ART-TRAMO-DESDE (IMP-IND-TRAMO) IS NUMERIC
004310        AND ART-TRAMO-PRECIO (IMP-IND-TRAMO) IS NUMERIC
004320         MOVE ART-TRAMO-DESDE (IMP-IND-TRAMO)
004330             TO IMP-TRAMO-DESDE (IMP-IND-TRAMO)
004340         MOVE ART-TRAMO-PRECIO (IMP-IND-TRAMO)
004350             TO IMP-TRAMO-PRECIO (IMP-IND-TRAMO)
004360     ELSE
004370         MOVE 0 TO IMP-TRAMO-DESDE (IMP-IND-TRAMO)
004380         MOVE 0 TO IMP-TRAMO-PRECIO (IMP-IND-TRAMO).
004390 4050-EXIT.
004400     EXIT.
004410*
004420*    THE TIER IN FORCE AT IMP-CANTIDAD, BY THE PRICE-BOOK
004430*    RULE: OF THE TIERS WHOSE FROM-QUANTITY HAS BEEN REACHED
004440*    THE HIGHEST WINS; BELOW EVERY TIER THE BASE PRICE
004450*    (IMP-PRECIO-BASE) APPLIES.
004460*
004470 4100-PRECIO-A-CANTIDAD.
004480     MOVE IMP-PRECIO-BASE TO IMP-PRECIO-UNIDAD.
004490     MOVE 0 TO IMP-MEJOR-DESDE.
004500     MOVE 0 TO IMP-IND-TRAMO.
004510     PERFORM 4150-PROBAR-TRAMO THRU 4150-EXIT
004520         UNTIL IMP-IND-TRAMO NOT < IMP-NUM-TRAMOS.
004530 4100-EXIT.
004540     EXIT.
004550
004560 4150-PROBAR-TRAMO.
004570     ADD 1 TO IMP-IND-TRAMO.
004580     IF IMP-TRAMO-DESDE (IMP-IND-TRAMO) NOT > IMP-CANTIDAD
004590        AND IMP-TRAMO-DESDE (IMP-IND-TRAMO) > IMP-MEJOR-DESDE
004600         MOVE IMP-TRAMO-DESDE (IMP-IND-TRAMO)
004610             TO IMP-MEJOR-DESDE
004620         MOVE IMP-TRAMO-PRECIO (IMP-IND-TRAMO)
004630             TO IMP-PRECIO-UNIDAD.
004640 4150-EXIT.
004650     EXIT.
004660*
004670*    ONE LISTED ITEM: THE PRICE LINE, THEN ONE LINE PER BREAK.
004680*    AN ITEM NEVER SPLITS ACROSS PAGES.  A NEWLY EFFECTIVE
004690*    ITEM HAS NO OLD PRICE, SO THE OLD COLUMNS, THE CHANGE AND
004700*    THE PERCENT ARE LEFT BLANK; SO IS THE PERCENT WHEN THE OLD
004710*    PRICE WAS ZERO.
004720*
004730 4200-IMPRIMIR-ARTICULO.
004740     IF IMP-LIN-PAGINA + 1 + IMP-NUM-TRAMOS + 1
004750            > IMP-MAX-LIN-PAGINA
004760         PERFORM 3600-ENCABEZADO-REPORTE THRU 3600-EXIT.
004770     MOVE ART-CODIGO TO LD-CODIGO.
004780     MOVE ART-DESCRIPCION TO LD-DESCRIPCION.
004790     MOVE IMP-PRECIO-NUE TO LD-PRECIO-NUE.
004800     IF VIGENTE-ANT
004810         MOVE IMP-PRECIO-ANT TO LD-PRECIO-ANT
004820         COMPUTE IMP-DIFERENCIA = IMP-PRECIO-NUE - IMP-PRECIO-ANT
004830         MOVE IMP-DIFERENCIA TO LD-DIFERENCIA
004840         IF IMP-PRECIO-ANT = 0
004850             MOVE SPACES TO LD-PORCENTAJE-X
004860         ELSE
004870             COMPUTE IMP-PORCENTAJE ROUNDED =
004880                 IMP-DIFERENCIA * 100 / IMP-PRECIO-ANT
004890             MOVE IMP-PORCENTAJE TO LD-PORCENTAJE
004900         END-IF
004910     ELSE
004920         MOVE SPACES TO LD-PRECIO-ANT-X
004930         MOVE SPACES TO LD-DIFERENCIA-X
004940         MOVE SPACES TO LD-PORCENTAJE-X.
004950     MOVE LIN-DETALLE TO REG-REPORTE.
004960     PERFORM 4400-GRABAR-LINEA THRU 4400-EXIT.
004970     MOVE 1 TO IMP-CANTIDAD.
004980     PERFORM 4300-IMPRIMIR-CORTE THRU 4300-EXIT.
004990     MOVE 0 TO IMP-IND-CORTE.
005000     PERFORM 4250-SIGUIENTE-CORTE THRU 4250-EXIT
005010         UNTIL IMP-IND-CORTE NOT < IMP-NUM-TRAMOS.
005020 4200-EXIT.
005030     EXIT.
005040*
005050*    A TIER FROM QUANTITY 1 IS ALREADY THE QUANTITY-1 LINE,
005060*    AND AN UNREADABLE TIER (FROM-QUANTITY 0) IS NO BREAK.
005070*
005080 4250-SIGUIENTE-CORTE.
005090     ADD 1 TO IMP-IND-CORTE.
005100     IF IMP-TRAMO-DESDE (IMP-IND-CORTE) > 1
005110         MOVE IMP-TRAMO-DESDE (IMP-IND-CORTE) TO IMP-CANTIDAD
005120         PERFORM 4300-IMPRIMIR-CORTE THRU 4300-EXIT.
005130 4250-EXIT.
005140     EXIT.
005150
005160 4300-IMPRIMIR-CORTE.
005170     MOVE IMP-CANTIDAD TO LCO-CANTIDAD.
005180     IF VIGENTE-ANT
005190         MOVE IMP-PRECIO-ANT TO IMP-PRECIO-BASE
005200         PERFORM 4100-PRECIO-A-CANTIDAD THRU 4100-EXIT
005210         MOVE IMP-PRECIO-UNIDAD TO LCO-UNIDAD-ANT
005220         COMPUTE IMP-IMPORTE = IMP-PRECIO-UNIDAD * IMP-CANTIDAD
005230         MOVE IMP-IMPORTE TO LCO-IMPORTE-ANT
005240     ELSE
005250         MOVE SPACES TO LCO-UNIDAD-ANT-X
005260         MOVE SPACES TO LCO-IMPORTE-ANT-X.
005270     MOVE IMP-PRECIO-NUE TO IMP-PRECIO-BASE.
005280     PERFORM 4100-PRECIO-A-CANTIDAD THRU 4100-EXIT.
005290     MOVE IMP-PRECIO-UNIDAD TO LCO-UNIDAD-NUE.
005300     COMPUTE IMP-IMPORTE = IMP-PRECIO-UNIDAD * IMP-CANTIDAD.
005310     MOVE IMP-IMPORTE TO LCO-IMPORTE-NUE.
005320     MOVE LIN-CORTE TO REG-REPORTE.
005330     PERFORM 4400-GRABAR-LINEA THRU 4400-EXIT.
005340 4300-EXIT.
005350     EXIT.
005360
005370 4400-GRABAR-LINEA.
005380     WRITE REG-REPORTE.
005390     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005400     ADD 1 TO IMP-LIN-PAGINA.
005410 4400-EXIT.
005420     EXIT.
005430*
005440*    THE CLOSING COUNTS.  EVERY ITEM READ FALLS IN EXACTLY ONE
005450*    OF THEM, SO THEY ADD BACK TO THE ITEMS READ.
005460*
005470 5000-IMPRIMIR-TOTALES.
005480     MOVE SPACES TO REG-REPORTE.
005490     WRITE REG-REPORTE.
005500     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005510     MOVE "ARTICULOS LEIDOS" TO LTO-ETIQUETA.
005520     MOVE IMP-CONT-LEIDOS TO LTO-CONT.
005530     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
005540     MOVE "PRECIO SUBE" TO LTO-ETIQUETA.
005550     MOVE IMP-CONT-SUBEN TO LTO-CONT.
005560     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
005570     MOVE "PRECIO BAJA" TO LTO-ETIQUETA.
005580     MOVE IMP-CONT-BAJAN TO LTO-CONT.
005590     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
005600     MOVE "SIN CAMBIO" TO LTO-ETIQUETA.
005610     MOVE IMP-CONT-IGUALES TO LTO-CONT.
005620     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
005630     MOVE "NUEVOS EN VIGOR" TO LTO-ETIQUETA.
005640     MOVE IMP-CONT-NUEVOS TO LTO-CONT.
005650     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
005660     MOVE "AUN NO VIGENTES" TO LTO-ETIQUETA.
005670     MOVE IMP-CONT-NO-VIGENTES TO LTO-CONT.
005680     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
005690     MOVE "CON PRECIO ERRONEO" TO LTO-ETIQUETA.
005700     MOVE IMP-CONT-ERRONEOS TO LTO-CONT.
005710     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
005720 5000-EXIT.
005730     EXIT.
005740
005750 5100-LINEA-TOTAL.
005760     MOVE LIN-TOTAL TO REG-REPORTE.
005770     WRITE REG-REPORTE.
005780     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005790 5100-EXIT.
005800     EXIT.
005810*
005820*    SHARED FILE-STATUS CHECKS.
005830*
005840 6010-VERIFICAR-REPORTE.
005850     IF FS-REPORTE NOT = "00"
005860         DISPLAY "ERROR EN EL REPORTE DE IMPACTO, ESTADO "
005870             FS-REPORTE
005880         MOVE 12 TO RETURN-CODE
005890         STOP RUN.
005900 6010-EXIT.
005910     EXIT.
005920*
005930 6060-VERIFICAR-ARTICULOS.
005940     IF FS-ARTICULOS NOT = "00"
005950         DISPLAY "ERROR EN EL MAESTRO DE ARTICULOS, ESTADO "
005960             FS-ARTICULOS
005970         MOVE 12 TO RETURN-CODE
005980         STOP RUN.
005990 6060-EXIT.
006000     EXIT.
006010
006020 END PROGRAM IMPPREC.

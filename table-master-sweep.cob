000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VERITAB.
000030 AUTHOR. J. ALVAREZ.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    TABLE MASTER INTEGRITY SWEEP.  THE DESK AND THE OTHER
000090*    DEPARTMENTS TAKE "7 x 13" STRAIGHT FROM TABMAST, BUT
000100*    NOTHING EVER CHECKED THAT THE STORED RESULTADO IS RIGHT: A
000110*    BAD LOAD, A HAND-EDITED INTERFACE FILE OR A TIER MISTAKE
000120*    WOULD SIT THERE UNTIL A CUSTOMER COMPLAINED.  THIS JOB
000130*    WALKS THE MASTER IN KEY ORDER AND RECOMPUTES EVERY ROW ON
000140*    ITS OWN, WITHOUT TRUSTING ANY OTHER ROW:
000150*        "E" ROWS      VALOR TIMES MULTIPLICADOR.
000160*        "D" ROWS WITH AN ITEM CODE
000170*                      THE ITEM'S PRICE IN EFFECT ON THE ROW'S
000180*                      LOAD DATE (MT-FECHA-CARGA), TIER-PRICED
000190*                      AT THE MULTIPLICADOR EXACTLY AS THE
000200*                      PRICE-BOOK RUN PRICES IT, TIMES THE
000210*                      MULTIPLICADOR.
000220*        "D" ROWS WITHOUT ONE
000230*                      (CONSOLE PRICE TABLES, WHICH CARRY NO
000240*                      TIERS) THE VALOR PRICE TIMES THE
000250*                      MULTIPLICADOR.
000260*
000270*    EVERY ROW THAT DOES NOT HOLD UP GOES ON THE EXCEPTION
000280*    REPORT UNDER ONE OF THREE PROBLEM TYPES:
000290*        DIFERENCIA    THE STORED RESULTADO IS NOT THE
000300*                      RECOMPUTED ONE.
000310*        ILEGIBLE      THE STORED RESULTADO, THE VALOR, THE
000320*                      MULTIPLICADOR, THE ROW TYPE OR THE ITEM'S
000330*                      PRICE CANNOT BE READ, SO THE ROW CANNOT
000340*                      BE CHECKED.
000350*        HUERFANO      THE ITEM CODE IS NOT ON ITEMMAST, OR
000360*                      THE ITEM HAD NO PRICE IN EFFECT ON THE
000370*                      LOAD DATE.
000380*    WITH THE COUNT OF EACH AT THE END.
000390*
000400*    RETURN CODE 0 MEANS EVERY ROW RECOMPUTED CLEAN.  AN ORPHAN
000410*    ALONE IS A WARNING (4): AN ITEM DELETED BY MAINTENANCE
000420*    LEAVES ITS OLD ROWS BEHIND UNTIL THE NEXT PRICE-BOOK RUN.
000430*    A MISMATCH OR AN UNREADABLE ROW IS WRONG DATA IN FRONT OF
000440*    THE DESK AND ENDS WITH 8.  A FILE ERROR ENDS WITH 12.
000450*
000460*    MODIFICATION HISTORY.
000470*    ------------------------------------------------------------
000480*    DATE        INIT  DESCRIPTION
000490*    ------------------------------------------------------------
000500*    2026-10-15  JA    NEW PROGRAM.
000510*    ------------------------------------------------------------
000520*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. GENERIC.
000560 OBJECT-COMPUTER. GENERIC.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT MAESTRO-TABLAS ASSIGN TO TABMAST
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS MT-CLAVE
000630         FILE STATUS IS FS-MAESTRO.
000640     SELECT MAESTRO-ARTICULOS ASSIGN TO ITEMMAST
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS ART-CODIGO
000680         FILE STATUS IS FS-ARTICULOS.
000690     SELECT REPORTE-VERIFICACION ASSIGN TO VERIREP
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS FS-REPORTE.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  MAESTRO-TABLAS
000770     LABEL RECORDS ARE STANDARD.
000780 01  REG-MAESTRO.
000790     05  MT-CLAVE.
000800         10  MT-VALOR           PIC X(08).
000810         10  MT-MULTIPLICADOR   PIC 999.
000820     05  MT-TIPO                PIC X(01).
000830     05  MT-VALOR-RESULTADO     PIC X(10).
000840     05  MT-CODIGO-ARTICULO     PIC X(08).
000850     05  MT-FECHA-CARGA         PIC X(10).
000860
000870 FD  MAESTRO-ARTICULOS
000880     LABEL RECORDS ARE STANDARD.
000890 01  REG-ARTICULO.
000900     05  ART-CODIGO             PIC X(08).
000910     05  ART-DESCRIPCION        PIC X(30).
000920     05  ART-NUM-PRECIOS        PIC 9(02).
000930     05  ART-PRECIO-VIG OCCURS 12 TIMES.
000940         10  ART-HIST-FECHA     PIC X(10).
000950         10  ART-HIST-PRECIO    PIC 9(03)V99.
000960     05  ART-NUM-TRAMOS         PIC 9(01).
000970     05  ART-TRAMO OCCURS 5 TIMES.
000980         10  ART-TRAMO-DESDE    PIC 9(03).
000990         10  ART-TRAMO-PRECIO   PIC 9(03)V99.
001000
001010 FD  REPORTE-VERIFICACION
001020     LABEL RECORDS ARE STANDARD.
001030 01  REG-REPORTE                PIC X(80).
001040
001050 WORKING-STORAGE SECTION.
001060*
001070*    SWITCHES AND COUNTERS.
001080*
001090 77  FS-MAESTRO                 PIC X(02) VALUE "00".
001100 77  FS-ARTICULOS               PIC X(02) VALUE "00".
001110 77  FS-REPORTE                 PIC X(02) VALUE "00".
001120 77  VTB-NUM-PAGINA             PIC 9(03) COMP VALUE 0.
001130 77  VTB-LIN-PAGINA             PIC 9(03) COMP VALUE 0.
001140 77  VTB-MAX-LIN-PAGINA         PIC 9(03) COMP VALUE 55.
001150 77  VTB-CONT-LEIDAS            PIC 9(07) VALUE 0.
001160 77  VTB-CONT-ENTERAS           PIC 9(07) VALUE 0.
001170 77  VTB-CONT-PRECIO            PIC 9(07) VALUE 0.
001180 77  VTB-CONT-CORRECTAS         PIC 9(07) VALUE 0.
001190 77  VTB-CONT-DIFERENCIAS       PIC 9(07) VALUE 0.
001200 77  VTB-CONT-ILEGIBLES         PIC 9(07) VALUE 0.
001210 77  VTB-CONT-HUERFANAS         PIC 9(07) VALUE 0.
001220 77  VTB-IND-PRECIO             PIC 9(02) COMP VALUE 0.
001230 77  VTB-IND-TRAMO              PIC 9(01) COMP VALUE 0.
001240 77  VTB-NUM-TRAMOS             PIC 9(01) VALUE 0.
001250 77  VTB-MEJOR-DESDE            PIC 999 VALUE 0.
001260 77  VTB-PRECIO-UNIDAD          PIC 9(03)V99 VALUE 0.
001270 77  VTB-VALOR-GUARDADO         PIC 9(09)V99 VALUE 0.
001280 77  VTB-VALOR-CALCULADO        PIC 9(09)V99 VALUE 0.
001290
001300 01  SW-FIN-MAESTRO              PIC X(01) VALUE "N".
001310     88  FIN-MAESTRO                       VALUE "S".
001320 01  SW-PRECIO-HALLADO           PIC X(01) VALUE "N".
001330     88  PRECIO-HALLADO                    VALUE "S".
001340 01  SW-CALCULADO                PIC X(01) VALUE "N".
001350     88  CALCULADO                         VALUE "S".
001360
001370 01  VTB-PROBLEMA               PIC X(10) VALUE SPACES.
001380     88  SIN-PROBLEMA                      VALUE SPACES.
001390     88  PROBLEMA-DIFERENCIA               VALUE "DIFERENCIA".
001400     88  PROBLEMA-ILEGIBLE                 VALUE "ILEGIBLE".
001410     88  PROBLEMA-HUERFANO                 VALUE "HUERFANO".
001420 01  VTB-DETALLE                PIC X(23) VALUE SPACES.
001430*
001440*    STRICT READING OF AN EDITED AMOUNT.  THE LOAD JOBS'
001450*    DE-EDIT SKIPS ANYTHING THAT IS NOT A DIGIT OR A POINT,
001460*    WHICH IS RIGHT FOR A CONTROL TOTAL BUT WOULD READ A
001470*    HAND-MANGLED "1O5.00" AS 15.00 HERE.  THIS ONE ACCEPTS
001480*    ONLY WHAT THE GENERATION RUN WRITES: LEADING BLANKS,
001490*    DIGITS, AN OPTIONAL POINT WITH AT MOST TWO DECIMALS, AND
001500*    TRAILING BLANKS.
001510*
001520 01  VTB-LEER-TRABAJO.
001530     05  VTB-LEER-TEXTO         PIC X(10).
001540     05  VTB-LEER-IND           PIC 9(02) COMP.
001550     05  VTB-LEER-CAR           PIC X(01).
001560     05  VTB-LEER-CAR-NUM REDEFINES VTB-LEER-CAR PIC 9.
001570     05  VTB-LEER-ESTADO        PIC 9(01).
001580         88  LEER-ANTES                    VALUE 0.
001590         88  LEER-ENTEROS                  VALUE 1.
001600         88  LEER-DECIMALES                VALUE 2.
001610         88  LEER-DESPUES                  VALUE 3.
001620         88  LEER-ERROR                    VALUE 9.
001630     05  VTB-LEER-DIGITOS       PIC 9(02) COMP.
001640     05  VTB-LEER-DECIMALES     PIC 9(01) COMP.
001650     05  VTB-LEER-ACUMULADO     PIC 9(11).
001660     05  VTB-LEER-VALOR         PIC 9(09)V99.
001670
001680 01  VTB-FECHA-SISTEMA.
001690     05  VTB-ANIO               PIC 9(04).
001700     05  VTB-MES                PIC 9(02).
001710     05  VTB-DIA                PIC 9(02).
001720 01  VTB-FECHA-EDITADA.
001730     05  FE-ANIO                PIC 9(04).
001740     05  FILLER                 PIC X VALUE "-".
001750     05  FE-MES                 PIC 9(02).
001760     05  FILLER                 PIC X VALUE "-".
001770     05  FE-DIA                 PIC 9(02).
001780 01  VTB-HORA-SISTEMA.
001790     05  VTB-HORAS              PIC 9(02).
001800     05  VTB-MINUTOS            PIC 9(02).
001810     05  VTB-SEGUNDOS           PIC 9(02).
001820     05  FILLER                 PIC 9(04).
001830 01  VTB-HORA-EDITADA.
001840     05  HE-HORAS               PIC 9(02).
001850     05  FILLER                 PIC X VALUE ":".
001860     05  HE-MINUTOS             PIC 9(02).
001870     05  FILLER                 PIC X VALUE ":".
001880     05  HE-SEGUNDOS            PIC 9(02).
001890
001900 01  LIN-ENCABEZADO-1.
001910     05  FILLER                 PIC X(36) VALUE
001920         "VERIFICACION DEL MAESTRO DE TABLAS  ".
001930     05  FILLER                 PIC X(07) VALUE "FECHA: ".
001940     05  LE1-FECHA              PIC X(10).
001950     05  FILLER                 PIC X(02) VALUE SPACES.
001960     05  LE1-HORA               PIC X(08).
001970     05  FILLER                 PIC X(08) VALUE "  PAG.: ".
001980     05  LE1-PAGINA             PIC ZZ9.
001990     05  FILLER                 PIC X(06) VALUE SPACES.
002000 01  LIN-ENCABEZADO-3.
002010     05  FILLER                 PIC X(09) VALUE "VALOR".
002020     05  FILLER                 PIC X(04) VALUE "MUL".
002030     05  FILLER                 PIC X(02) VALUE "T".
002040     05  FILLER                 PIC X(09) VALUE "ARTICULO".
002050     05  FILLER                 PIC X(11) VALUE "GUARDADO".
002060     05  FILLER                 PIC X(11) VALUE "CALCULADO".
002070     05  FILLER                 PIC X(11) VALUE "PROBLEMA".
002080     05  FILLER                 PIC X(23) VALUE "DETALLE".
002090 01  LIN-DETALLE.
002100     05  LD-VALOR               PIC X(08).
002110     05  FILLER                 PIC X(01) VALUE SPACES.
002120     05  LD-MULTIPLICADOR       PIC X(03).
002130     05  FILLER                 PIC X(01) VALUE SPACES.
002140     05  LD-TIPO                PIC X(01).
002150     05  FILLER                 PIC X(01) VALUE SPACES.
002160     05  LD-CODIGO              PIC X(08).
002170     05  FILLER                 PIC X(01) VALUE SPACES.
002180     05  LD-GUARDADO            PIC X(10).
002190     05  FILLER                 PIC X(01) VALUE SPACES.
002200     05  LD-CALCULADO           PIC Z(06)9.99.
002210     05  LD-CALCULADO-X REDEFINES LD-CALCULADO PIC X(10).
002220     05  FILLER                 PIC X(01) VALUE SPACES.
002230     05  LD-PROBLEMA            PIC X(10).
002240     05  FILLER                 PIC X(01) VALUE SPACES.
002250     05  LD-DETALLE             PIC X(23).
002260 01  LIN-TOTAL.
002270     05  LTO-ETIQUETA           PIC X(26).
002280     05  FILLER                 PIC X(02) VALUE SPACES.
002290     05  LTO-CONT               PIC Z(06)9.
002300     05  FILLER                 PIC X(45) VALUE SPACES.
002310
002320 PROCEDURE DIVISION.
002330
002340 0000-MAINLINE.
002350     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002360     PERFORM 2100-LEER-MAESTRO THRU 2100-EXIT
002370         UNTIL FIN-MAESTRO.
002380     PERFORM 5000-IMPRIMIR-TOTALES THRU 5000-EXIT.
002390     CLOSE MAESTRO-TABLAS.
002400     CLOSE MAESTRO-ARTICULOS.
002410     CLOSE REPORTE-VERIFICACION.
002420     DISPLAY "VERIFICACION DEL MAESTRO DE TABLAS TERMINADA".
002430     DISPLAY "FILAS LEIDAS:      " VTB-CONT-LEIDAS.
002440     DISPLAY "CORRECTAS:         " VTB-CONT-CORRECTAS.
002450     DISPLAY "DIFERENCIAS:       " VTB-CONT-DIFERENCIAS.
002460     DISPLAY "ILEGIBLES:         " VTB-CONT-ILEGIBLES.
002470     DISPLAY "HUERFANAS:         " VTB-CONT-HUERFANAS.
002480     IF VTB-CONT-DIFERENCIAS > 0
002490        OR VTB-CONT-ILEGIBLES > 0
002500         MOVE 8 TO RETURN-CODE
002510     ELSE IF VTB-CONT-HUERFANAS > 0
002520         MOVE 4 TO RETURN-CODE
002530     ELSE
002540         MOVE 0 TO RETURN-CODE.
002550     STOP RUN.
002560 0000-EXIT.
002570     EXIT.
002580*
002590*    THE ITEM MASTER IS ONLY NEEDED FOR PRICE ROWS, BUT IT MUST
002600*    BE THERE: WITHOUT IT EVERY COMPUTED PRICE ROW WOULD SHOW
002610*    AS AN ORPHAN AND BURY ANY REAL FINDING.
002620*
002630 1000-INICIALIZAR.
002640     ACCEPT VTB-FECHA-SISTEMA FROM DATE YYYYMMDD.
002650     MOVE VTB-ANIO TO FE-ANIO.
002660     MOVE VTB-MES TO FE-MES.
002670     MOVE VTB-DIA TO FE-DIA.
002680     ACCEPT VTB-HORA-SISTEMA FROM TIME.
002690     MOVE VTB-HORAS TO HE-HORAS.
002700     MOVE VTB-MINUTOS TO HE-MINUTOS.
002710     MOVE VTB-SEGUNDOS TO HE-SEGUNDOS.
002720     OPEN INPUT MAESTRO-TABLAS.
002730     PERFORM 6030-VERIFICAR-MAESTRO THRU 6030-EXIT.
002740     OPEN INPUT MAESTRO-ARTICULOS.
002750     PERFORM 6060-VERIFICAR-ARTICULOS THRU 6060-EXIT.
002760     OPEN OUTPUT REPORTE-VERIFICACION.
002770     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
002780     PERFORM 3600-ENCABEZADO-REPORTE THRU 3600-EXIT.
002790 1000-EXIT.
002800     EXIT.
002810
002820 2100-LEER-MAESTRO.
002830     READ MAESTRO-TABLAS
002840         AT END
002850             SET FIN-MAESTRO TO TRUE
002860         NOT AT END
002870             ADD 1 TO VTB-CONT-LEIDAS
002880             PERFORM 2200-VERIFICAR-FILA THRU 2200-EXIT
002890     END-READ.
002900 2100-EXIT.
002910     EXIT.
002920*
002930*    ONE ROW.  THE STORED AMOUNT AND THE MULTIPLICADOR MUST BE
002940*    READABLE BEFORE ANYTHING CAN BE RECOMPUTED; THEN THE ROW
002950*    TYPE DECIDES HOW.  THE FIRST PROBLEM FOUND IS THE ONE
002960*    REPORTED.
002970*
002980 2200-VERIFICAR-FILA.
002990     MOVE SPACES TO VTB-PROBLEMA.
003000     MOVE SPACES TO VTB-DETALLE.
003010     MOVE "N" TO SW-CALCULADO.
003020     IF MT-TIPO = "E"
003030         ADD 1 TO VTB-CONT-ENTERAS
003040     ELSE IF MT-TIPO = "D"
003050         ADD 1 TO VTB-CONT-PRECIO.
003060     MOVE MT-VALOR-RESULTADO TO VTB-LEER-TEXTO.
003070     PERFORM 8200-LEER-IMPORTE THRU 8200-EXIT.
003080     IF LEER-ERROR
003090         SET PROBLEMA-ILEGIBLE TO TRUE
003100         MOVE "RESULTADO ILEGIBLE" TO VTB-DETALLE
003110         PERFORM 4000-INFORMAR-EXCEPCION THRU 4000-EXIT
003120         GO TO 2200-EXIT.
003130     MOVE VTB-LEER-VALOR TO VTB-VALOR-GUARDADO.
003140     IF MT-MULTIPLICADOR IS NOT NUMERIC
003150         SET PROBLEMA-ILEGIBLE TO TRUE
003160         MOVE "MULTIPLICADOR ILEGIBLE" TO VTB-DETALLE
003170         PERFORM 4000-INFORMAR-EXCEPCION THRU 4000-EXIT
003180         GO TO 2200-EXIT.
003190     IF MT-TIPO = "E"
003200         PERFORM 3000-CALCULAR-ENTERA THRU 3000-EXIT
003210     ELSE IF MT-TIPO = "D"
003220         IF MT-CODIGO-ARTICULO = SPACES
003230             PERFORM 3100-CALCULAR-CONSOLA THRU 3100-EXIT
003240         ELSE
003250             PERFORM 3200-CALCULAR-ARTICULO THRU 3200-EXIT
003260         END-IF
003270     ELSE
003280         SET PROBLEMA-ILEGIBLE TO TRUE
003290         MOVE "TIPO DE FILA NO VALIDO" TO VTB-DETALLE.
003300     IF SIN-PROBLEMA
003310        AND VTB-VALOR-CALCULADO NOT = VTB-VALOR-GUARDADO
003320         SET PROBLEMA-DIFERENCIA TO TRUE.
003330     IF SIN-PROBLEMA
003340         ADD 1 TO VTB-CONT-CORRECTAS
003350     ELSE
003360         PERFORM 4000-INFORMAR-EXCEPCION THRU 4000-EXIT.
003370 2200-EXIT.
003380     EXIT.
003390*
003400*    "E" ROW: THE VALOR IS THE EDITED NUMERO (" 7").
003410*
003420 3000-CALCULAR-ENTERA.
003430     MOVE MT-VALOR TO VTB-LEER-TEXTO.
003440     PERFORM 8200-LEER-IMPORTE THRU 8200-EXIT.
003450     IF LEER-ERROR
003460        OR VTB-LEER-DECIMALES > 0
003470         SET PROBLEMA-ILEGIBLE TO TRUE
003480         MOVE "VALOR ILEGIBLE" TO VTB-DETALLE
003490         GO TO 3000-EXIT.
003500     COMPUTE VTB-VALOR-CALCULADO =
003510         VTB-LEER-VALOR * MT-MULTIPLICADOR.
003520     SET CALCULADO TO TRUE.
003530 3000-EXIT.
003540     EXIT.
003550*
003560*    "D" ROW TYPED AT THE CONSOLE: THE VALOR IS THE EDITED UNIT
003570*    PRICE (" 12.50") AND NO TIERS APPLY.
003580*
003590 3100-CALCULAR-CONSOLA.
003600     MOVE MT-VALOR TO VTB-LEER-TEXTO.
003610     PERFORM 8200-LEER-IMPORTE THRU 8200-EXIT.
003620     IF LEER-ERROR
003630         SET PROBLEMA-ILEGIBLE TO TRUE
003640         MOVE "VALOR ILEGIBLE" TO VTB-DETALLE
003650         GO TO 3100-EXIT.
003660     COMPUTE VTB-VALOR-CALCULADO =
003670         VTB-LEER-VALOR * MT-MULTIPLICADOR.
003680     SET CALCULADO TO TRUE.
003690 3100-EXIT.
003700     EXIT.
003710*
003720*    "D" ROW FROM THE PRICE BOOK: PRICE THE ITEM AS OF THE
003730*    ROW'S LOAD DATE WITH THE PRICE-BOOK RUN'S OWN RULES - THE
003740*    FIRST NEWEST-FIRST HISTORY ROW NOT DATED PAST THE DAY,
003750*    THEN THE HIGHEST TIER WHOSE FROM-QUANTITY THE
003760*    MULTIPLICADOR HAS REACHED.
003770*
003780 3200-CALCULAR-ARTICULO.
003790     MOVE MT-CODIGO-ARTICULO TO ART-CODIGO.
003800     READ MAESTRO-ARTICULOS
003810         INVALID KEY
003820             SET PROBLEMA-HUERFANO TO TRUE
003830             MOVE "NO ESTA EN ITEMMAST" TO VTB-DETALLE
003840             GO TO 3200-EXIT
003850     END-READ.
003860     PERFORM 6060-VERIFICAR-ARTICULOS THRU 6060-EXIT.
003870     IF ART-NUM-PRECIOS IS NOT NUMERIC
003880         SET PROBLEMA-ILEGIBLE TO TRUE
003890         MOVE "PRECIO ART. ILEGIBLE" TO VTB-DETALLE
003900         GO TO 3200-EXIT.
003910     MOVE "N" TO SW-PRECIO-HALLADO.
003920     MOVE 0 TO VTB-IND-PRECIO.
003930     PERFORM 3250-PROBAR-PRECIO THRU 3250-EXIT
003940         UNTIL PRECIO-HALLADO
003950            OR VTB-IND-PRECIO NOT < ART-NUM-PRECIOS.
003960     IF NOT PRECIO-HALLADO
003970         SET PROBLEMA-HUERFANO TO TRUE
003980         MOVE "SIN PRECIO EN LA CARGA" TO VTB-DETALLE
003990         GO TO 3200-EXIT.
004000     IF ART-HIST-PRECIO (VTB-IND-PRECIO) IS NOT NUMERIC
004010         SET PROBLEMA-ILEGIBLE TO TRUE
004020         MOVE "PRECIO ART. ILEGIBLE" TO VTB-DETALLE
004030         GO TO 3200-EXIT.
004040     MOVE ART-HIST-PRECIO (VTB-IND-PRECIO) TO VTB-PRECIO-UNIDAD.
004050     MOVE 0 TO VTB-NUM-TRAMOS.
004060     IF ART-NUM-TRAMOS IS NUMERIC
004070         MOVE ART-NUM-TRAMOS TO VTB-NUM-TRAMOS.
004080     MOVE 0 TO VTB-MEJOR-DESDE.
004090     MOVE 0 TO VTB-IND-TRAMO.
004100     PERFORM 3300-PROBAR-TRAMO THRU 3300-EXIT
004110         UNTIL VTB-IND-TRAMO NOT < VTB-NUM-TRAMOS.
004120     COMPUTE VTB-VALOR-CALCULADO =
004130         VTB-PRECIO-UNIDAD * MT-MULTIPLICADOR.
004140     SET CALCULADO TO TRUE.
004150 3200-EXIT.
004160     EXIT.
004170
004180 3250-PROBAR-PRECIO.
004190     ADD 1 TO VTB-IND-PRECIO.
004200     IF ART-HIST-FECHA (VTB-IND-PRECIO) NOT > MT-FECHA-CARGA
004210         SET PRECIO-HALLADO TO TRUE.
004220 3250-EXIT.
004230     EXIT.
004240*
004250*    A TIER WITH UNREADABLE FIELDS COUNTS AS ABSENT, AS IT DOES
004260*    IN THE PRICE-BOOK RUN.
004270*
004280 3300-PROBAR-TRAMO.
004290     ADD 1 TO VTB-IND-TRAMO.
004300     IF ART-TRAMO-DESDE (VTB-IND-TRAMO) IS NUMERIC
004310        AND ART-TRAMO-PRECIO (VTB-IND-TRAMO) IS NUMERIC
004320        AND ART-TRAMO-DESDE (VTB-IND-TRAMO) NOT > MT-MULTIPLICADOR
004330        AND ART-TRAMO-DESDE (VTB-IND-TRAMO) > VTB-MEJOR-DESDE
004340         MOVE ART-TRAMO-DESDE (VTB-IND-TRAMO) TO VTB-MEJOR-DESDE
004350         MOVE ART-TRAMO-PRECIO (VTB-IND-TRAMO)
004360             TO VTB-PRECIO-UNIDAD.
004370 3300-EXIT.
004380     EXIT.
004390*
004400*    SAME PAGE DISCIPLINE AS THE INQUIRIES.
004410*
004420 3600-ENCABEZADO-REPORTE.
004430     ADD 1 TO VTB-NUM-PAGINA.
004440     MOVE VTB-FECHA-EDITADA TO LE1-FECHA.
004450     MOVE VTB-HORA-EDITADA TO LE1-HORA.
004460     MOVE VTB-NUM-PAGINA TO LE1-PAGINA.
004470     MOVE LIN-ENCABEZADO-1 TO REG-REPORTE.
004480     IF VTB-NUM-PAGINA = 1
004490         WRITE REG-REPORTE
004500     ELSE
004510         WRITE REG-REPORTE AFTER ADVANCING PAGE.
004520     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
004530     MOVE SPACES TO REG-REPORTE.
004540     WRITE REG-REPORTE.
004550     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
004560     MOVE LIN-ENCABEZADO-3 TO REG-REPORTE.
004570     WRITE REG-REPORTE.
004580     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
004590     MOVE 0 TO VTB-LIN-PAGINA.
004600 3600-EXIT.
004610     EXIT.
004620*
004630*    ONE EXCEPTION LINE.  THE RECOMPUTED AMOUNT IS SHOWN WHEN
004640*    THERE IS ONE, SO A MISMATCH CAN BE READ OFF THE PAGE.
004650*
004660 4000-INFORMAR-EXCEPCION.
004670     IF PROBLEMA-DIFERENCIA
004680         ADD 1 TO VTB-CONT-DIFERENCIAS
004690     ELSE IF PROBLEMA-ILEGIBLE
004700         ADD 1 TO VTB-CONT-ILEGIBLES
004710     ELSE
004720         ADD 1 TO VTB-CONT-HUERFANAS.
004730     IF VTB-LIN-PAGINA NOT < VTB-MAX-LIN-PAGINA
004740         PERFORM 3600-ENCABEZADO-REPORTE THRU 3600-EXIT.
004750     MOVE MT-VALOR TO LD-VALOR.
004760     MOVE MT-MULTIPLICADOR TO LD-MULTIPLICADOR.
004770     MOVE MT-TIPO TO LD-TIPO.
004780     MOVE MT-CODIGO-ARTICULO TO LD-CODIGO.
004790     MOVE MT-VALOR-RESULTADO TO LD-GUARDADO.
004800     IF CALCULADO
004810         MOVE VTB-VALOR-CALCULADO TO LD-CALCULADO
004820     ELSE
004830         MOVE SPACES TO LD-CALCULADO-X.
004840     MOVE VTB-PROBLEMA TO LD-PROBLEMA.
004850     MOVE VTB-DETALLE TO LD-DETALLE.
004860     MOVE LIN-DETALLE TO REG-REPORTE.
004870     WRITE REG-REPORTE.
004880     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
004890     ADD 1 TO VTB-LIN-PAGINA.
004900 4000-EXIT.
004910     EXIT.
004920*
004930*    THE COUNTS BY PROBLEM TYPE.  CORRECT ROWS PLUS THE THREE
004940*    PROBLEM COUNTS EQUAL THE ROWS READ.
004950*
004960 5000-IMPRIMIR-TOTALES.
004970     MOVE SPACES TO REG-REPORTE.
004980     WRITE REG-REPORTE.
004990     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005000     MOVE "FILAS LEIDAS" TO LTO-ETIQUETA.
005010     MOVE VTB-CONT-LEIDAS TO LTO-CONT.
005020     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
005030     MOVE "  FILAS ENTERAS (E)" TO LTO-ETIQUETA.
005040     MOVE VTB-CONT-ENTERAS TO LTO-CONT.
005050     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
005060     MOVE "  FILAS DE PRECIO (D)" TO LTO-ETIQUETA.
005070     MOVE VTB-CONT-PRECIO TO LTO-CONT.
005080     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
005090     MOVE "FILAS CORRECTAS" TO LTO-ETIQUETA.
005100     MOVE VTB-CONT-CORRECTAS TO LTO-CONT.
005110     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
005120     MOVE "DIFERENCIAS" TO LTO-ETIQUETA.
005130     MOVE VTB-CONT-DIFERENCIAS TO LTO-CONT.
005140     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
005150     MOVE "IMPORTES ILEGIBLES" TO LTO-ETIQUETA.
005160     MOVE VTB-CONT-ILEGIBLES TO LTO-CONT.
005170     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
005180     MOVE "ARTICULOS HUERFANOS" TO LTO-ETIQUETA.
005190     MOVE VTB-CONT-HUERFANAS TO LTO-CONT.
005200     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
005210 5000-EXIT.
005220     EXIT.
005230
005240 5100-LINEA-TOTAL.
005250     MOVE LIN-TOTAL TO REG-REPORTE.
005260     WRITE REG-REPORTE.
005270     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005280 5100-EXIT.
005290     EXIT.
005300*
005310*    SHARED FILE-STATUS CHECKS.
005320*
005330 6010-VERIFICAR-REPORTE.
005340     IF FS-REPORTE NOT = "00"
005350         DISPLAY "ERROR EN EL REPORTE DE VERIFICACION, ESTADO "
005360             FS-REPORTE
005370         MOVE 12 TO RETURN-CODE
005380         STOP RUN.
005390 6010-EXIT.
005400     EXIT.
005410*
005420 6030-VERIFICAR-MAESTRO.
005430     IF FS-MAESTRO NOT = "00"
005440         DISPLAY "ERROR EN EL MAESTRO DE TABLAS, ESTADO "
005450             FS-MAESTRO
005460         MOVE 12 TO RETURN-CODE
005470         STOP RUN.
005480 6030-EXIT.
005490     EXIT.
005500*
005510 6060-VERIFICAR-ARTICULOS.
005520     IF FS-ARTICULOS NOT = "00"
005530         DISPLAY "ERROR EN EL MAESTRO DE ARTICULOS, ESTADO "
005540             FS-ARTICULOS
005550         MOVE 12 TO RETURN-CODE
005560         STOP RUN.
005570 6060-EXIT.
005580     EXIT.
005590*
005600*    READ VTB-LEER-TEXTO AS AN AMOUNT INTO VTB-LEER-VALOR, OR
005610*    LEAVE VTB-LEER-ESTADO AT 9 WHEN IT IS NOT ONE.  A FIELD
005620*    WITH NO DIGITS AT ALL IS NOT AN AMOUNT.
005630*
005640 8200-LEER-IMPORTE.
005650     MOVE 0 TO VTB-LEER-ACUMULADO.
005660     MOVE 0 TO VTB-LEER-DIGITOS.
005670     MOVE 0 TO VTB-LEER-DECIMALES.
005680     MOVE 0 TO VTB-LEER-VALOR.
005690     SET LEER-ANTES TO TRUE.
005700     MOVE 0 TO VTB-LEER-IND.
005710     PERFORM 8250-LEER-CARACTER THRU 8250-EXIT
005720         UNTIL VTB-LEER-IND NOT < 10
005730            OR LEER-ERROR.
005740     IF LEER-ERROR
005750         GO TO 8200-EXIT.
005760     IF VTB-LEER-DIGITOS = 0
005770        OR VTB-LEER-DIGITOS > 11
005780         SET LEER-ERROR TO TRUE
005790         GO TO 8200-EXIT.
005800     IF VTB-LEER-DECIMALES = 2
005810         COMPUTE VTB-LEER-VALOR = VTB-LEER-ACUMULADO / 100
005820     ELSE IF VTB-LEER-DECIMALES = 1
005830         COMPUTE VTB-LEER-VALOR = VTB-LEER-ACUMULADO / 10
005840     ELSE
005850         MOVE VTB-LEER-ACUMULADO TO VTB-LEER-VALOR.
005860 8200-EXIT.
005870     EXIT.
005880
005890 8250-LEER-CARACTER.
005900     ADD 1 TO VTB-LEER-IND.
005910     MOVE VTB-LEER-TEXTO (VTB-LEER-IND:1) TO VTB-LEER-CAR.
005920     IF VTB-LEER-CAR = SPACE
005930         IF LEER-ENTEROS OR LEER-DECIMALES
005940             SET LEER-DESPUES TO TRUE
005950         END-IF
005960         GO TO 8250-EXIT.
005970     IF LEER-DESPUES
005980         SET LEER-ERROR TO TRUE
005990         GO TO 8250-EXIT.
006000     IF VTB-LEER-CAR = "."
006010         IF LEER-DECIMALES
006020             SET LEER-ERROR TO TRUE
006030         ELSE
006040             SET LEER-DECIMALES TO TRUE
006050         END-IF
006060         GO TO 8250-EXIT.
006070     IF VTB-LEER-CAR IS NOT NUMERIC
006080         SET LEER-ERROR TO TRUE
006090         GO TO 8250-EXIT.
006100     IF LEER-ANTES
006110         SET LEER-ENTEROS TO TRUE.
006120     IF LEER-DECIMALES
006130         IF VTB-LEER-DECIMALES NOT < 2
006140             SET LEER-ERROR TO TRUE
006150             GO TO 8250-EXIT
006160         END-IF
006170         ADD 1 TO VTB-LEER-DECIMALES.
006180     COMPUTE VTB-LEER-ACUMULADO =
006190         (VTB-LEER-ACUMULADO * 10) + VTB-LEER-CAR-NUM.
006200     ADD 1 TO VTB-LEER-DIGITOS.
006210 8250-EXIT.
006220     EXIT.
006230
006240 END PROGRAM VERITAB.

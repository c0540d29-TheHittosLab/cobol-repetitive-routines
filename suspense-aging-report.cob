000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ANTSUSP.
000030 AUTHOR. J. ALVAREZ.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    AGING AND REPEAT-OFFENDER REPORT OVER THE CUMULATIVE
000090*    SUSPENSE LEDGER (SUSACUM), FOR THE DESK TO TAKE BACK TO
000100*    THE SOURCE DEPARTMENTS.
000110*
000120*    THE FIRST PAGES LIST EVERY EXCEPTION STILL OPEN (NEVER
000130*    DISPOSED OF, OR LAST STAMPED FALLA OR PENDI) IN FOUR
000140*    BANDS BY NIGHTS OUTSTANDING: 1, 2 TO 5, 6 TO 15 AND OVER
000150*    15.  NIGHTS OUTSTANDING RUN FROM THE NIGHT THE CURRENT
000160*    OPEN SPELL BEGAN TO THE LATEST NIGHT POSTED TO THE LEDGER,
000170*    BOTH COUNTED, SO AN EXCEPTION FIRST SET ASIDE LAST NIGHT
000180*    SHOWS 1 NO MATTER WHEN THE REPORT IS RUN.  EACH LINE ALSO
000190*    SHOWS HOW MANY NIGHTS IN ALL IT HAS BEEN SUSPENDED AND THE
000200*    LAST DISPOSITION THE WORK-OFF JOB GAVE IT.
000210*
000220*    THE LAST PAGE RANKS THE SOURCES OF SUSPENSE OVER THE WHOLE
000230*    LEDGER, OPEN AND CLOSED: THE LISTS (SUS-ID-LOTE OF NONUM
000240*    AND NOLIS RECORDS) AND THE ITEM CODES (SUS-CONTENIDO OF
000250*    NOART, NOVIG, MALPR AND DESBO RECORDS), EACH BY TOTAL
000260*    NIGHTS SUSPENDED, TOP 20.  A DESBO ITEM IS RANKED ONCE
000270*    OVER ALL ITS CURRENCIES (SUS-ID-LOTE HOLDS THE CURRENCY).
000280*
000290*    RETURN CODE 0 MEANS NO EXCEPTION IS OPEN; 4 MEANS SOME
000300*    ARE; 12 MEANS A FILE ERROR OR A TABLE TOO SMALL FOR THE
000310*    LEDGER STOPPED THE REPORT.
000320*
000330*    MODIFICATION HISTORY.
000340*    ------------------------------------------------------------
000350*    DATE        INIT  DESCRIPTION
000360*    ------------------------------------------------------------
000370*    2026-10-15  JA    NEW PROGRAM.
000380*    2026-10-15  JA    DESBO RECORDS (A CONVERTED PRICE PAST THE
000390*                       PRICE FIELD) ARE RANKED WITH THE ITEM
000400*                       CODES, SUMMED OVER EVERY CURRENCY.
000410*    ------------------------------------------------------------
000420*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. GENERIC.
000460 OBJECT-COMPUTER. GENERIC.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT ACUMULADO-SUSPENSO ASSIGN TO SUSACUM
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS LS-CLAVE
000530         FILE STATUS IS FS-ACUMULADO.
000540     SELECT REPORTE-ANTIGUEDAD ASSIGN TO ANTIREP
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         ACCESS MODE IS SEQUENTIAL
000570         FILE STATUS IS FS-REPORTE.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  ACUMULADO-SUSPENSO
000620     LABEL RECORDS ARE STANDARD.
000630 01  REG-ACUMULADO.
000640     05  LS-CLAVE.
000650         10  LS-MOTIVO          PIC X(05).
000660         10  LS-ID-LOTE         PIC X(08).
000670         10  LS-CONTENIDO       PIC X(08).
000680     05  LS-ESTADO              PIC X(01).
000690     05  LS-FECHA-ORIGEN        PIC X(10).
000700     05  LS-FECHA-APERTURA      PIC X(10).
000710     05  LS-FECHA-ULTIMA        PIC X(10).
000720     05  LS-SERIE-ULTIMA        PIC 9(06).
000730     05  LS-NOCHES              PIC 9(05).
000740     05  LS-DISPOSICION         PIC X(05).
000750     05  LS-FECHA-DISPOSICION   PIC X(10).
000760
000770 FD  REPORTE-ANTIGUEDAD
000780     LABEL RECORDS ARE STANDARD.
000790 01  REG-REPORTE                PIC X(80).
000800
000810 WORKING-STORAGE SECTION.
000820*
000830*    SWITCHES AND COUNTERS.
000840*
000850 77  FS-ACUMULADO               PIC X(02) VALUE "00".
000860 77  FS-REPORTE                 PIC X(02) VALUE "00".
000870 77  ASU-NUM-PAGINA             PIC 9(03) COMP VALUE 0.
000880 77  ASU-LIN-PAGINA             PIC 9(03) COMP VALUE 0.
000890 77  ASU-MAX-LIN-PAGINA         PIC 9(03) COMP VALUE 55.
000900 77  ASU-CONT-LEIDOS            PIC 9(07) VALUE 0.
000910 77  ASU-CONT-ABIERTAS          PIC 9(07) VALUE 0.
000920 77  ASU-CONT-CERRADAS          PIC 9(07) VALUE 0.
000930 77  ASU-CONT-TRAMO             PIC 9(07) VALUE 0.
000940 77  ASU-MAX-ABIERTAS           PIC 9(04) COMP VALUE 2000.
000950 77  ASU-NUM-ABIERTAS           PIC 9(04) COMP VALUE 0.
000960 77  ASU-IND                    PIC 9(04) COMP VALUE 0.
000970 77  ASU-MAX-FUENTES            PIC 9(03) COMP VALUE 500.
000980 77  ASU-NUM-LISTAS             PIC 9(03) COMP VALUE 0.
000990 77  ASU-NUM-ARTICULOS          PIC 9(03) COMP VALUE 0.
001000 77  ASU-IND-FUENTE             PIC 9(03) COMP VALUE 0.
001010 77  ASU-IND-MAYOR              PIC 9(03) COMP VALUE 0.
001020 77  ASU-MAX-RANKING            PIC 9(03) COMP VALUE 20.
001030 77  ASU-POSICION               PIC 9(03) COMP VALUE 0.
001040 77  ASU-TRAMO                  PIC 9(01) VALUE 0.
001050 77  ASU-DIA-REFERENCIA         PIC 9(07) VALUE 0.
001060 77  ASU-DIA-APERTURA           PIC 9(07) VALUE 0.
001070 77  ASU-DIA-CALCULADO          PIC 9(07) VALUE 0.
001080 77  ASU-FECHA-REFERENCIA       PIC X(10) VALUE LOW-VALUES.
001090 77  ASU-FECHA-TEXTO            PIC X(10).
001100 77  ASU-NOMBRE-FUENTE          PIC X(08).
001110
001120 01  SW-FIN-ACUMULADO            PIC X(01) VALUE "N".
001130     88  FIN-ACUMULADO                     VALUE "S".
001140 01  SW-FUENTE-HALLADA           PIC X(01) VALUE "N".
001150     88  FUENTE-HALLADA                    VALUE "S".
001160 01  SW-SECCION                  PIC X(01) VALUE "A".
001170     88  SECCION-ANTIGUEDAD                VALUE "A".
001180     88  SECCION-REINCIDENTES              VALUE "R".
001190*
001200*    THE LEDGER'S AAAA-MM-DD TEXT DATES, READ AS A NUMBER FOR
001210*    THE DAY ARITHMETIC.
001220*
001230 01  ASU-FECHA-TRABAJO.
001240     05  ASU-FT-ANIO            PIC 9(04).
001250     05  ASU-FT-MES             PIC 9(02).
001260     05  ASU-FT-DIA             PIC 9(02).
001270 01  ASU-FECHA-NUMERICA REDEFINES ASU-FECHA-TRABAJO
001280                                PIC 9(08).
001290*
001300*    OPEN EXCEPTIONS, HELD SO THEY CAN BE PRINTED BAND BY BAND
001310*    ONCE THE REFERENCE NIGHT IS KNOWN.
001320*
001330 01  ASU-TABLA-ABIERTAS.
001340     05  ASU-ABIERTA OCCURS 2000 TIMES.
001350         10  ASU-AB-MOTIVO      PIC X(05).
001360         10  ASU-AB-LOTE        PIC X(08).
001370         10  ASU-AB-CONTENIDO   PIC X(08).
001380         10  ASU-AB-APERTURA    PIC X(10).
001390         10  ASU-AB-ULTIMA      PIC X(10).
001400         10  ASU-AB-NOCHES      PIC 9(05).
001410         10  ASU-AB-DISPOSICION PIC X(05).
001420         10  ASU-AB-PENDIENTES  PIC 9(05).
001430         10  ASU-AB-TRAMO       PIC 9(01).
001440*
001450*    SOURCES OF SUSPENSE, ONE TABLE FOR LISTS AND ONE FOR ITEM
001460*    CODES.  THE PRINTED FLAG DRIVES THE TOP-20 SELECTION.
001470*
001480 01  ASU-TABLA-LISTAS.
001490     05  ASU-LISTA OCCURS 500 TIMES.
001500         10  ASU-LI-NOMBRE      PIC X(08).
001510         10  ASU-LI-EXCEPCIONES PIC 9(07).
001520         10  ASU-LI-NOCHES      PIC 9(07).
001530         10  ASU-LI-ABIERTAS    PIC 9(07).
001540         10  ASU-LI-IMPRESA     PIC X(01).
001550 01  ASU-TABLA-ARTICULOS.
001560     05  ASU-ARTICULO OCCURS 500 TIMES.
001570         10  ASU-AR-NOMBRE      PIC X(08).
001580         10  ASU-AR-EXCEPCIONES PIC 9(07).
001590         10  ASU-AR-NOCHES      PIC 9(07).
001600         10  ASU-AR-ABIERTAS    PIC 9(07).
001610         10  ASU-AR-IMPRESA     PIC X(01).
001620
001630 01  ASU-FECHA-SISTEMA.
001640     05  ASU-ANIO               PIC 9(04).
001650     05  ASU-MES                PIC 9(02).
001660     05  ASU-DIA                PIC 9(02).
001670 01  ASU-FECHA-EDITADA.
001680     05  FE-ANIO                PIC 9(04).
001690     05  FILLER                 PIC X VALUE "-".
001700     05  FE-MES                 PIC 9(02).
001710     05  FILLER                 PIC X VALUE "-".
001720     05  FE-DIA                 PIC 9(02).
001730 01  ASU-HORA-SISTEMA.
001740     05  ASU-HORAS              PIC 9(02).
001750     05  ASU-MINUTOS            PIC 9(02).
001760     05  ASU-SEGUNDOS           PIC 9(02).
001770     05  FILLER                 PIC 9(04).
001780 01  ASU-HORA-EDITADA.
001790     05  HE-HORAS               PIC 9(02).
001800     05  FILLER                 PIC X VALUE ":".
001810     05  HE-MINUTOS             PIC 9(02).
001820     05  FILLER                 PIC X VALUE ":".
001830     05  HE-SEGUNDOS            PIC 9(02).
001840
001850 01  LIN-ENCABEZADO-1.
001860     05  FILLER                 PIC X(36) VALUE
001870         "ANTIGUEDAD DEL SUSPENSO             ".
001880     05  FILLER                 PIC X(07) VALUE "FECHA: ".
001890     05  LE1-FECHA              PIC X(10).
001900     05  FILLER                 PIC X(02) VALUE SPACES.
001910     05  LE1-HORA               PIC X(08).
001920     05  FILLER                 PIC X(08) VALUE "  PAG.: ".
001930     05  LE1-PAGINA             PIC ZZ9.
001940     05  FILLER                 PIC X(06) VALUE SPACES.
001950 01  LIN-ENCABEZADO-2.
001960     05  FILLER                 PIC X(21) VALUE
001970         "NOCHE DE REFERENCIA: ".
001980     05  LE2-FECHA              PIC X(10).
001990     05  FILLER                 PIC X(49) VALUE SPACES.
002000 01  LIN-ENCABEZADO-3.
002010     05  FILLER                 PIC X(07) VALUE "MOTIVO".
002020     05  FILLER                 PIC X(10) VALUE "LOTE".
002030     05  FILLER                 PIC X(10) VALUE "CONTENIDO".
002040     05  FILLER                 PIC X(12) VALUE "ABIERTA".
002050     05  FILLER                 PIC X(12) VALUE "ULTIMA".
002060     05  FILLER                 PIC X(07) VALUE "NOCHES".
002070     05  FILLER                 PIC X(07) VALUE " VECES".
002080     05  FILLER                 PIC X(15) VALUE "DISPOSICION".
002090 01  LIN-ENCABEZADO-4.
002100     05  FILLER                 PIC X(05) VALUE "POS".
002110     05  FILLER                 PIC X(12) VALUE "NOMBRE".
002120     05  FILLER                 PIC X(11) VALUE "EXCEPCIONES".
002130     05  FILLER                 PIC X(11) VALUE "     NOCHES".
002140     05  FILLER                 PIC X(11) VALUE "   ABIERTAS".
002150     05  FILLER                 PIC X(30) VALUE SPACES.
002160 01  LIN-SUBTITULO.
002170     05  LST-TEXTO              PIC X(40).
002180     05  FILLER                 PIC X(40) VALUE SPACES.
002190 01  LIN-DETALLE.
002200     05  LD-MOTIVO              PIC X(05).
002210     05  FILLER                 PIC X(02) VALUE SPACES.
002220     05  LD-LOTE                PIC X(08).
002230     05  FILLER                 PIC X(02) VALUE SPACES.
002240     05  LD-CONTENIDO           PIC X(08).
002250     05  FILLER                 PIC X(02) VALUE SPACES.
002260     05  LD-APERTURA            PIC X(10).
002270     05  FILLER                 PIC X(02) VALUE SPACES.
002280     05  LD-ULTIMA              PIC X(10).
002290     05  FILLER                 PIC X(02) VALUE SPACES.
002300     05  LD-PENDIENTES          PIC Z(04)9.
002310     05  FILLER                 PIC X(02) VALUE SPACES.
002320     05  LD-NOCHES              PIC Z(04)9.
002330     05  FILLER                 PIC X(02) VALUE SPACES.
002340     05  LD-DISPOSICION         PIC X(05).
002350     05  FILLER                 PIC X(10) VALUE SPACES.
002360 01  LIN-RANKING.
002370     05  LR-POSICION            PIC ZZ9.
002380     05  FILLER                 PIC X(02) VALUE SPACES.
002390     05  LR-NOMBRE              PIC X(08).
002400     05  FILLER                 PIC X(04) VALUE SPACES.
002410     05  LR-EXCEPCIONES         PIC Z(10)9.
002420     05  FILLER                 PIC X(04) VALUE SPACES.
002430     05  LR-NOCHES              PIC Z(06)9.
002440     05  FILLER                 PIC X(04) VALUE SPACES.
002450     05  LR-ABIERTAS            PIC Z(06)9.
002460     05  FILLER                 PIC X(30) VALUE SPACES.
002470 01  LIN-TOTAL.
002480     05  LTO-ETIQUETA           PIC X(26).
002490     05  FILLER                 PIC X(02) VALUE SPACES.
002500     05  LTO-CONT               PIC Z(06)9.
002510     05  FILLER                 PIC X(45) VALUE SPACES.
002520
002530 PROCEDURE DIVISION.
002540
002550 0000-MAINLINE.
002560     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002570     PERFORM 2100-LEER-ACUMULADO THRU 2100-EXIT
002580         UNTIL FIN-ACUMULADO.
002590     CLOSE ACUMULADO-SUSPENSO.
002600     PERFORM 2500-CALCULAR-TRAMOS THRU 2500-EXIT.
002610     PERFORM 3600-ENCABEZADO-REPORTE THRU 3600-EXIT.
002620     MOVE 1 TO ASU-TRAMO.
002630     PERFORM 3000-IMPRIMIR-TRAMO THRU 3000-EXIT
002640         UNTIL ASU-TRAMO > 4.
002650     PERFORM 5000-IMPRIMIR-TOTALES THRU 5000-EXIT.
002660     SET SECCION-REINCIDENTES TO TRUE.
002670     PERFORM 3600-ENCABEZADO-REPORTE THRU 3600-EXIT.
002680     PERFORM 4000-IMPRIMIR-LISTAS THRU 4000-EXIT.
002690     PERFORM 4500-IMPRIMIR-ARTICULOS THRU 4500-EXIT.
002700     CLOSE REPORTE-ANTIGUEDAD.
002710     DISPLAY "ANTIGUEDAD DEL SUSPENSO TERMINADA".
002720     DISPLAY "EXCEPCIONES LEIDAS: " ASU-CONT-LEIDOS.
002730     DISPLAY "ABIERTAS:           " ASU-CONT-ABIERTAS.
002740     DISPLAY "CERRADAS:           " ASU-CONT-CERRADAS.
002750     IF ASU-CONT-ABIERTAS > 0
002760         MOVE 4 TO RETURN-CODE
002770     ELSE
002780         MOVE 0 TO RETURN-CODE.
002790     STOP RUN.
002800 0000-EXIT.
002810     EXIT.
002820*
002830*    THE LEDGER MUST EXIST: THE POSTING JOB CREATES IT ON ITS
002840*    FIRST NIGHT, SO A MISSING ONE IS A MISLAID FILE.
002850*
002860 1000-INICIALIZAR.
002870     ACCEPT ASU-FECHA-SISTEMA FROM DATE YYYYMMDD.
002880     MOVE ASU-ANIO TO FE-ANIO.
002890     MOVE ASU-MES TO FE-MES.
002900     MOVE ASU-DIA TO FE-DIA.
002910     ACCEPT ASU-HORA-SISTEMA FROM TIME.
002920     MOVE ASU-HORAS TO HE-HORAS.
002930     MOVE ASU-MINUTOS TO HE-MINUTOS.
002940     MOVE ASU-SEGUNDOS TO HE-SEGUNDOS.
002950     OPEN INPUT ACUMULADO-SUSPENSO.
002960     PERFORM 6020-VERIFICAR-ACUMULADO THRU 6020-EXIT.
002970     OPEN OUTPUT REPORTE-ANTIGUEDAD.
002980     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
002990 1000-EXIT.
003000     EXIT.
003010
003020 2100-LEER-ACUMULADO.
003030     READ ACUMULADO-SUSPENSO
003040         AT END
003050             SET FIN-ACUMULADO TO TRUE
003060         NOT AT END
003070             ADD 1 TO ASU-CONT-LEIDOS
003080             PERFORM 2200-TRATAR-EXCEPCION THRU 2200-EXIT
003090     END-READ.
003100     IF NOT FIN-ACUMULADO
003110         PERFORM 6020-VERIFICAR-ACUMULADO THRU 6020-EXIT.
003120 2100-EXIT.
003130     EXIT.
003140*
003150*    ONE LEDGER RECORD: TRACK THE LATEST NIGHT POSTED, KEEP IT
003160*    IF IT IS OPEN, AND ADD IT TO ITS SOURCE'S TOTALS.
003170*
003180 2200-TRATAR-EXCEPCION.
003190     IF LS-FECHA-ULTIMA > ASU-FECHA-REFERENCIA
003200         MOVE LS-FECHA-ULTIMA TO ASU-FECHA-REFERENCIA.
003210     IF LS-ESTADO = "C"
003220         ADD 1 TO ASU-CONT-CERRADAS
003230     ELSE
003240         ADD 1 TO ASU-CONT-ABIERTAS
003250         PERFORM 2300-GUARDAR-ABIERTA THRU 2300-EXIT.
003260     IF LS-MOTIVO = "NONUM"
003270        OR LS-MOTIVO = "NOLIS"
003280         MOVE LS-ID-LOTE TO ASU-NOMBRE-FUENTE
003290         PERFORM 2400-SUMAR-LISTA THRU 2400-EXIT
003300     ELSE IF LS-MOTIVO = "NOART"
003310        OR LS-MOTIVO = "NOVIG"
003320        OR LS-MOTIVO = "MALPR"
003330        OR LS-MOTIVO = "DESBO"
003340         MOVE LS-CONTENIDO TO ASU-NOMBRE-FUENTE
003350         PERFORM 2450-SUMAR-ARTICULO THRU 2450-EXIT.
003360 2200-EXIT.
003370     EXIT.
003380
003390 2300-GUARDAR-ABIERTA.
003400     IF ASU-NUM-ABIERTAS NOT < ASU-MAX-ABIERTAS
003410         DISPLAY "TABLA DE EXCEPCIONES ABIERTAS LLENA ("
003420             ASU-MAX-ABIERTAS ")"
003430         MOVE 12 TO RETURN-CODE
003440         STOP RUN.
003450     ADD 1 TO ASU-NUM-ABIERTAS.
003460     MOVE LS-MOTIVO TO ASU-AB-MOTIVO (ASU-NUM-ABIERTAS).
003470     MOVE LS-ID-LOTE TO ASU-AB-LOTE (ASU-NUM-ABIERTAS).
003480     MOVE LS-CONTENIDO TO ASU-AB-CONTENIDO (ASU-NUM-ABIERTAS).
003490     MOVE LS-FECHA-APERTURA TO ASU-AB-APERTURA (ASU-NUM-ABIERTAS).
003500     MOVE LS-FECHA-ULTIMA TO ASU-AB-ULTIMA (ASU-NUM-ABIERTAS).
003510     MOVE LS-NOCHES TO ASU-AB-NOCHES (ASU-NUM-ABIERTAS).
003520     MOVE LS-DISPOSICION
003530         TO ASU-AB-DISPOSICION (ASU-NUM-ABIERTAS).
003540 2300-EXIT.
003550     EXIT.
003560*
003570*    FIND OR ADD THE LIST, THEN ADD THIS EXCEPTION TO IT.
003580*
003590 2400-SUMAR-LISTA.
003600     MOVE "N" TO SW-FUENTE-HALLADA.
003610     MOVE 0 TO ASU-IND-FUENTE.
003620     PERFORM 2410-PROBAR-LISTA THRU 2410-EXIT
003630         UNTIL FUENTE-HALLADA
003640            OR ASU-IND-FUENTE NOT < ASU-NUM-LISTAS.
003650     IF NOT FUENTE-HALLADA
003660         IF ASU-NUM-LISTAS NOT < ASU-MAX-FUENTES
003670             DISPLAY "TABLA DE LISTAS LLENA (" ASU-MAX-FUENTES ")"
003680             MOVE 12 TO RETURN-CODE
003690             STOP RUN
003700         ELSE
003710             ADD 1 TO ASU-NUM-LISTAS
003720             MOVE ASU-NUM-LISTAS TO ASU-IND-FUENTE
003730             MOVE ASU-NOMBRE-FUENTE
003740                 TO ASU-LI-NOMBRE (ASU-IND-FUENTE)
003750             MOVE 0 TO ASU-LI-EXCEPCIONES (ASU-IND-FUENTE)
003760             MOVE 0 TO ASU-LI-NOCHES (ASU-IND-FUENTE)
003770             MOVE 0 TO ASU-LI-ABIERTAS (ASU-IND-FUENTE)
003780             MOVE "N" TO ASU-LI-IMPRESA (ASU-IND-FUENTE).
003790     ADD 1 TO ASU-LI-EXCEPCIONES (ASU-IND-FUENTE).
003800     ADD LS-NOCHES TO ASU-LI-NOCHES (ASU-IND-FUENTE).
003810     IF LS-ESTADO NOT = "C"
003820         ADD 1 TO ASU-LI-ABIERTAS (ASU-IND-FUENTE).
003830 2400-EXIT.
003840     EXIT.
003850
003860 2410-PROBAR-LISTA.
003870     ADD 1 TO ASU-IND-FUENTE.
003880     IF ASU-LI-NOMBRE (ASU-IND-FUENTE) = ASU-NOMBRE-FUENTE
003890         SET FUENTE-HALLADA TO TRUE.
003900 2410-EXIT.
003910     EXIT.
003920*
003930*    FIND OR ADD THE ITEM CODE, THEN ADD THIS EXCEPTION TO IT.
003940*
003950 2450-SUMAR-ARTICULO.
003960     MOVE "N" TO SW-FUENTE-HALLADA.
003970     MOVE 0 TO ASU-IND-FUENTE.
003980     PERFORM 2460-PROBAR-ARTICULO THRU 2460-EXIT
003990         UNTIL FUENTE-HALLADA
004000            OR ASU-IND-FUENTE NOT < ASU-NUM-ARTICULOS.
004010     IF NOT FUENTE-HALLADA
004020         IF ASU-NUM-ARTICULOS NOT < ASU-MAX-FUENTES
004030             DISPLAY "TABLA DE ARTICULOS LLENA ("
004040                 ASU-MAX-FUENTES ")"
004050             MOVE 12 TO RETURN-CODE
004060             STOP RUN
004070         ELSE
004080             ADD 1 TO ASU-NUM-ARTICULOS
004090             MOVE ASU-NUM-ARTICULOS TO ASU-IND-FUENTE
004100             MOVE ASU-NOMBRE-FUENTE
004110                 TO ASU-AR-NOMBRE (ASU-IND-FUENTE)
004120             MOVE 0 TO ASU-AR-EXCEPCIONES (ASU-IND-FUENTE)
004130             MOVE 0 TO ASU-AR-NOCHES (ASU-IND-FUENTE)
004140             MOVE 0 TO ASU-AR-ABIERTAS (ASU-IND-FUENTE)
004150             MOVE "N" TO ASU-AR-IMPRESA (ASU-IND-FUENTE).
004160     ADD 1 TO ASU-AR-EXCEPCIONES (ASU-IND-FUENTE).
004170     ADD LS-NOCHES TO ASU-AR-NOCHES (ASU-IND-FUENTE).
004180     IF LS-ESTADO NOT = "C"
004190         ADD 1 TO ASU-AR-ABIERTAS (ASU-IND-FUENTE).
004200 2450-EXIT.
004210     EXIT.
004220
004230 2460-PROBAR-ARTICULO.
004240     ADD 1 TO ASU-IND-FUENTE.
004250     IF ASU-AR-NOMBRE (ASU-IND-FUENTE) = ASU-NOMBRE-FUENTE
004260         SET FUENTE-HALLADA TO TRUE.
004270 2460-EXIT.
004280     EXIT.
004290*
004300*    NOW THAT THE LATEST NIGHT POSTED IS KNOWN, WORK OUT EACH
004310*    OPEN EXCEPTION'S NIGHTS OUTSTANDING AND ITS BAND.
004320*
004330 2500-CALCULAR-TRAMOS.
004340     IF ASU-FECHA-REFERENCIA = LOW-VALUES
004350         MOVE SPACES TO ASU-FECHA-REFERENCIA.
004360     IF ASU-NUM-ABIERTAS = 0
004370         GO TO 2500-EXIT.
004380     MOVE ASU-FECHA-REFERENCIA TO ASU-FECHA-TEXTO.
004390     PERFORM 8100-DIA-DE-FECHA THRU 8100-EXIT.
004400     MOVE ASU-DIA-CALCULADO TO ASU-DIA-REFERENCIA.
004410     MOVE 0 TO ASU-IND.
004420     PERFORM 2550-CALCULAR-UNA THRU 2550-EXIT
004430         UNTIL ASU-IND NOT < ASU-NUM-ABIERTAS.
004440 2500-EXIT.
004450     EXIT.
004460
004470 2550-CALCULAR-UNA.
004480     ADD 1 TO ASU-IND.
004490     MOVE ASU-AB-APERTURA (ASU-IND) TO ASU-FECHA-TEXTO.
004500     PERFORM 8100-DIA-DE-FECHA THRU 8100-EXIT.
004510     MOVE ASU-DIA-CALCULADO TO ASU-DIA-APERTURA.
004520     IF ASU-DIA-APERTURA > ASU-DIA-REFERENCIA
004530         MOVE 1 TO ASU-AB-PENDIENTES (ASU-IND)
004540     ELSE
004550         COMPUTE ASU-AB-PENDIENTES (ASU-IND) =
004560             ASU-DIA-REFERENCIA - ASU-DIA-APERTURA + 1.
004570     IF ASU-AB-PENDIENTES (ASU-IND) = 1
004580         MOVE 1 TO ASU-AB-TRAMO (ASU-IND)
004590     ELSE IF ASU-AB-PENDIENTES (ASU-IND) NOT > 5
004600         MOVE 2 TO ASU-AB-TRAMO (ASU-IND)
004610     ELSE IF ASU-AB-PENDIENTES (ASU-IND) NOT > 15
004620         MOVE 3 TO ASU-AB-TRAMO (ASU-IND)
004630     ELSE
004640         MOVE 4 TO ASU-AB-TRAMO (ASU-IND).
004650 2550-EXIT.
004660     EXIT.
004670*
004680*    ONE BAND: ITS HEADING, EVERY OPEN EXCEPTION IN IT IN
004690*    LEDGER KEY ORDER, AND ITS COUNT.
004700*
004710 3000-IMPRIMIR-TRAMO.
004720     IF ASU-LIN-PAGINA + 4 > ASU-MAX-LIN-PAGINA
004730         PERFORM 3600-ENCABEZADO-REPORTE THRU 3600-EXIT.
004740     IF ASU-TRAMO = 1
004750         MOVE "NOCHES PENDIENTES: 1" TO LST-TEXTO
004760     ELSE IF ASU-TRAMO = 2
004770         MOVE "NOCHES PENDIENTES: 2 A 5" TO LST-TEXTO
004780     ELSE IF ASU-TRAMO = 3
004790         MOVE "NOCHES PENDIENTES: 6 A 15" TO LST-TEXTO
004800     ELSE
004810         MOVE "NOCHES PENDIENTES: MAS DE 15" TO LST-TEXTO.
004820     PERFORM 3800-SUBTITULO THRU 3800-EXIT.
004830     MOVE 0 TO ASU-CONT-TRAMO.
004840     MOVE 0 TO ASU-IND.
004850     PERFORM 3100-DETALLE-TRAMO THRU 3100-EXIT
004860         UNTIL ASU-IND NOT < ASU-NUM-ABIERTAS.
004870     MOVE "EXCEPCIONES EN EL TRAMO" TO LTO-ETIQUETA.
004880     MOVE ASU-CONT-TRAMO TO LTO-CONT.
004890     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
004900     ADD 1 TO ASU-TRAMO.
004910 3000-EXIT.
004920     EXIT.
004930
004940 3100-DETALLE-TRAMO.
004950     ADD 1 TO ASU-IND.
004960     IF ASU-AB-TRAMO (ASU-IND) NOT = ASU-TRAMO
004970         GO TO 3100-EXIT.
004980     ADD 1 TO ASU-CONT-TRAMO.
004990     IF ASU-LIN-PAGINA NOT < ASU-MAX-LIN-PAGINA
005000         PERFORM 3600-ENCABEZADO-REPORTE THRU 3600-EXIT.
005010     MOVE ASU-AB-MOTIVO (ASU-IND) TO LD-MOTIVO.
005020     MOVE ASU-AB-LOTE (ASU-IND) TO LD-LOTE.
005030     MOVE ASU-AB-CONTENIDO (ASU-IND) TO LD-CONTENIDO.
005040     MOVE ASU-AB-APERTURA (ASU-IND) TO LD-APERTURA.
005050     MOVE ASU-AB-ULTIMA (ASU-IND) TO LD-ULTIMA.
005060     MOVE ASU-AB-PENDIENTES (ASU-IND) TO LD-PENDIENTES.
005070     MOVE ASU-AB-NOCHES (ASU-IND) TO LD-NOCHES.
005080     MOVE ASU-AB-DISPOSICION (ASU-IND) TO LD-DISPOSICION.
005090     MOVE LIN-DETALLE TO REG-REPORTE.
005100     WRITE REG-REPORTE.
005110     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005120     ADD 1 TO ASU-LIN-PAGINA.
005130 3100-EXIT.
005140     EXIT.
005150
005160 3600-ENCABEZADO-REPORTE.
005170     ADD 1 TO ASU-NUM-PAGINA.
005180     MOVE ASU-FECHA-EDITADA TO LE1-FECHA.
005190     MOVE ASU-HORA-EDITADA TO LE1-HORA.
005200     MOVE ASU-NUM-PAGINA TO LE1-PAGINA.
005210     MOVE LIN-ENCABEZADO-1 TO REG-REPORTE.
005220     IF ASU-NUM-PAGINA = 1
005230         WRITE REG-REPORTE
005240     ELSE
005250         WRITE REG-REPORTE AFTER ADVANCING PAGE.
005260     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005270     MOVE ASU-FECHA-REFERENCIA TO LE2-FECHA.
005280     MOVE LIN-ENCABEZADO-2 TO REG-REPORTE.
005290     WRITE REG-REPORTE.
005300     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005310     MOVE SPACES TO REG-REPORTE.
005320     WRITE REG-REPORTE.
005330     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005340     IF SECCION-ANTIGUEDAD
005350         MOVE LIN-ENCABEZADO-3 TO REG-REPORTE
005360     ELSE
005370         MOVE LIN-ENCABEZADO-4 TO REG-REPORTE.
005380     WRITE REG-REPORTE.
005390     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005400     MOVE 0 TO ASU-LIN-PAGINA.
005410 3600-EXIT.
005420     EXIT.
005430*
005440*    A BLANK LINE AND A SECTION TITLE.
005450*
005460 3800-SUBTITULO.
005470     MOVE SPACES TO REG-REPORTE.
005480     WRITE REG-REPORTE.
005490     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005500     MOVE LIN-SUBTITULO TO REG-REPORTE.
005510     WRITE REG-REPORTE.
005520     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005530     ADD 2 TO ASU-LIN-PAGINA.
005540 3800-EXIT.
005550     EXIT.
005560*
005570*    REPEAT OFFENDERS: THE LISTS WITH THE MOST NIGHTS OF
005580*    SUSPENSE, HIGHEST FIRST.  EACH PASS PICKS THE BIGGEST
005590*    ONE NOT YET PRINTED; A TIE GOES TO THE ONE FIRST IN KEY
005600*    ORDER.
005610*
005620 4000-IMPRIMIR-LISTAS.
005630     MOVE "LISTAS CON MAS SUSPENSO" TO LST-TEXTO.
005640     PERFORM 3800-SUBTITULO THRU 3800-EXIT.
005650     MOVE 0 TO ASU-POSICION.
005660     PERFORM 4100-SIGUIENTE-LISTA THRU 4100-EXIT
005670         UNTIL ASU-POSICION NOT < ASU-MAX-RANKING
005680            OR ASU-POSICION NOT < ASU-NUM-LISTAS.
005690 4000-EXIT.
005700     EXIT.
005710
005720 4100-SIGUIENTE-LISTA.
005730     MOVE 0 TO ASU-IND-MAYOR.
005740     MOVE 0 TO ASU-IND-FUENTE.
005750     PERFORM 4150-COMPARAR-LISTA THRU 4150-EXIT
005760         UNTIL ASU-IND-FUENTE NOT < ASU-NUM-LISTAS.
005770     ADD 1 TO ASU-POSICION.
005780     MOVE "S" TO ASU-LI-IMPRESA (ASU-IND-MAYOR).
005790     MOVE ASU-POSICION TO LR-POSICION.
005800     MOVE ASU-LI-NOMBRE (ASU-IND-MAYOR) TO LR-NOMBRE.
005810     MOVE ASU-LI-EXCEPCIONES (ASU-IND-MAYOR) TO LR-EXCEPCIONES.
005820     MOVE ASU-LI-NOCHES (ASU-IND-MAYOR) TO LR-NOCHES.
005830     MOVE ASU-LI-ABIERTAS (ASU-IND-MAYOR) TO LR-ABIERTAS.
005840     PERFORM 4900-LINEA-RANKING THRU 4900-EXIT.
005850 4100-EXIT.
005860     EXIT.
005870
005880 4150-COMPARAR-LISTA.
005890     ADD 1 TO ASU-IND-FUENTE.
005900     IF ASU-LI-IMPRESA (ASU-IND-FUENTE) = "S"
005910         GO TO 4150-EXIT.
005920     IF ASU-IND-MAYOR = 0
005930         MOVE ASU-IND-FUENTE TO ASU-IND-MAYOR
005940     ELSE IF ASU-LI-NOCHES (ASU-IND-FUENTE)
005950                 > ASU-LI-NOCHES (ASU-IND-MAYOR)
005960         MOVE ASU-IND-FUENTE TO ASU-IND-MAYOR.
005970 4150-EXIT.
005980     EXIT.
005990*
006000*    THE SAME RANKING FOR THE ITEM CODES.
006010*
006020 4500-IMPRIMIR-ARTICULOS.
006030     MOVE "ARTICULOS CON MAS SUSPENSO" TO LST-TEXTO.
006040     PERFORM 3800-SUBTITULO THRU 3800-EXIT.
006050     MOVE 0 TO ASU-POSICION.
006060     PERFORM 4600-SIGUIENTE-ARTICULO THRU 4600-EXIT
006070         UNTIL ASU-POSICION NOT < ASU-MAX-RANKING
006080            OR ASU-POSICION NOT < ASU-NUM-ARTICULOS.
006090 4500-EXIT.
006100     EXIT.
006110
006120 4600-SIGUIENTE-ARTICULO.
006130     MOVE 0 TO ASU-IND-MAYOR.
006140     MOVE 0 TO ASU-IND-FUENTE.
006150     PERFORM 4650-COMPARAR-ARTICULO THRU 4650-EXIT
006160         UNTIL ASU-IND-FUENTE NOT < ASU-NUM-ARTICULOS.
006170     ADD 1 TO ASU-POSICION.
006180     MOVE "S" TO ASU-AR-IMPRESA (ASU-IND-MAYOR).
006190     MOVE ASU-POSICION TO LR-POSICION.
006200     MOVE ASU-AR-NOMBRE (ASU-IND-MAYOR) TO LR-NOMBRE.
006210     MOVE ASU-AR-EXCEPCIONES (ASU-IND-MAYOR) TO LR-EXCEPCIONES.
006220     MOVE ASU-AR-NOCHES (ASU-IND-MAYOR) TO LR-NOCHES.
006230     MOVE ASU-AR-ABIERTAS (ASU-IND-MAYOR) TO LR-ABIERTAS.
006240     PERFORM 4900-LINEA-RANKING THRU 4900-EXIT.
006250 4600-EXIT.
006260     EXIT.
006270
006280 4650-COMPARAR-ARTICULO.
006290     ADD 1 TO ASU-IND-FUENTE.
006300     IF ASU-AR-IMPRESA (ASU-IND-FUENTE) = "S"
006310         GO TO 4650-EXIT.
006320     IF ASU-IND-MAYOR = 0
006330         MOVE ASU-IND-FUENTE TO ASU-IND-MAYOR
006340     ELSE IF ASU-AR-NOCHES (ASU-IND-FUENTE)
006350                 > ASU-AR-NOCHES (ASU-IND-MAYOR)
006360         MOVE ASU-IND-FUENTE TO ASU-IND-MAYOR.
006370 4650-EXIT.
006380     EXIT.
006390
006400 4900-LINEA-RANKING.
006410     IF ASU-LIN-PAGINA NOT < ASU-MAX-LIN-PAGINA
006420         PERFORM 3600-ENCABEZADO-REPORTE THRU 3600-EXIT.
006430     MOVE LIN-RANKING TO REG-REPORTE.
006440     WRITE REG-REPORTE.
006450     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
006460     ADD 1 TO ASU-LIN-PAGINA.
006470 4900-EXIT.
006480     EXIT.
006490*
006500*    LEDGER COUNTS.  OPEN PLUS CLOSED EQUALS THE EXCEPTIONS
006510*    READ, AND THE FOUR BAND COUNTS ADD UP TO THE OPEN ONES.
006520*
006530 5000-IMPRIMIR-TOTALES.
006540     MOVE SPACES TO REG-REPORTE.
006550     WRITE REG-REPORTE.
006560     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
006570     MOVE "EXCEPCIONES EN EL LIBRO" TO LTO-ETIQUETA.
006580     MOVE ASU-CONT-LEIDOS TO LTO-CONT.
006590     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
006600     MOVE "ABIERTAS" TO LTO-ETIQUETA.
006610     MOVE ASU-CONT-ABIERTAS TO LTO-CONT.
006620     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
006630     MOVE "CERRADAS" TO LTO-ETIQUETA.
006640     MOVE ASU-CONT-CERRADAS TO LTO-CONT.
006650     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
006660 5000-EXIT.
006670     EXIT.
006680
006690 5100-LINEA-TOTAL.
006700     MOVE LIN-TOTAL TO REG-REPORTE.
006710     WRITE REG-REPORTE.
006720     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
006730     ADD 1 TO ASU-LIN-PAGINA.
006740 5100-EXIT.
006750     EXIT.
006760*
006770*    SHARED FILE-STATUS CHECKS.
006780*
006790 6010-VERIFICAR-REPORTE.
006800     IF FS-REPORTE NOT = "00"
006810         DISPLAY "ERROR EN EL REPORTE DE ANTIGUEDAD, ESTADO "
006820             FS-REPORTE
006830         MOVE 12 TO RETURN-CODE
006840         STOP RUN.
006850 6010-EXIT.
006860     EXIT.
006870
006880 6020-VERIFICAR-ACUMULADO.
006890     IF FS-ACUMULADO NOT = "00"
006900         DISPLAY "ERROR EN EL ACUMULADO DE SUSPENSO, ESTADO "
006910             FS-ACUMULADO
006920         MOVE 12 TO RETURN-CODE
006930         STOP RUN.
006940 6020-EXIT.
006950     EXIT.
006960*
006970*    DAY NUMBER OF AN AAAA-MM-DD DATE, SO TWO DATES CAN BE
006980*    SUBTRACTED ACROSS MONTH AND YEAR ENDS.  A DATE THAT IS NOT
006990*    A VALID CALENDAR DATE COUNTS AS THE REFERENCE NIGHT ITSELF.
007000*
007010 8100-DIA-DE-FECHA.
007020     MOVE ASU-FECHA-TEXTO (1:4) TO ASU-FT-ANIO.
007030     MOVE ASU-FECHA-TEXTO (6:2) TO ASU-FT-MES.
007040     MOVE ASU-FECHA-TEXTO (9:2) TO ASU-FT-DIA.
007050     IF ASU-FECHA-NUMERICA IS NOT NUMERIC
007060        OR ASU-FT-ANIO < 1601
007070        OR ASU-FT-MES < 1 OR ASU-FT-MES > 12
007080        OR ASU-FT-DIA < 1 OR ASU-FT-DIA > 31
007090         MOVE ASU-DIA-REFERENCIA TO ASU-DIA-CALCULADO
007100     ELSE
007110         COMPUTE ASU-DIA-CALCULADO =
007120             FUNCTION INTEGER-OF-DATE (ASU-FECHA-NUMERICA).
007130 8100-EXIT.
007140     EXIT.
007150
007160 END PROGRAM ANTSUSP.

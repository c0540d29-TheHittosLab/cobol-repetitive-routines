000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VERIAUD.
000030 AUTHOR. J. ALVAREZ.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    AUDIT LOG VERIFIER.  THE GENERATION RUN APPENDS ONE
000090*    CONTROL RECORD PER SERIAL TO THE AUDIT CONTROL LEDGER
000100*    (AUDCTRL): HOW MANY AUDIT ROWS IT WROTE, THE TOTAL OF
000110*    THEIR RESULTADO AMOUNTS, AND THE FIRST AND LAST NUMERO.
000120*    THIS JOB RECOUNTS EVERY SERIAL FROM THE ROWS THEMSELVES -
000130*    THE MONTHLY ARCHIVES THE RETENTION SWEEP HAS FILLED,
000140*    OLDEST FIRST, THEN THE LIVE LOG, EXACTLY AS THE AUDIT
000150*    INQUIRY READS THEM - AND PRINTS ONE LINE PER SERIAL:
000160*
000170*        INTACTO             COUNT, TOTAL, FIRST AND LAST
000180*                            NUMERO ALL AGREE
000190*        CORTO               FEWER ROWS THAN WERE WRITTEN
000200*        SOBRANTE            MORE ROWS THAN WERE WRITTEN
000210*        TOTAL CAMBIADO      RIGHT COUNT, DIFFERENT TOTAL
000220*        EXTREMOS CAMBIADOS  RIGHT COUNT AND TOTAL, BUT THE
000230*                            FIRST OR LAST NUMERO DIFFERS
000240*        FALTA               NOT ONE ROW LEFT FOR THE SERIAL
000250*        SIN CONTROL         ROWS FOR A SERIAL THE LEDGER
000260*                            NEVER RECORDED
000270*
000280*    THE MONTHS READ RUN FROM THE EARLIEST TO THE LATEST RUN
000290*    DATE ON THE LEDGER; A MONTH NEVER SWEPT HAS NO ARCHIVE
000300*    AND IS SKIPPED.  ROWS WITHOUT A READABLE SERIAL PREDATE
000310*    THE SERIAL AND ARE ONLY COUNTED.
000320*
000330*    RETURN CODE 0 MEANS EVERY SERIAL IS INTACT; 4 MEANS ONLY
000340*    ROWS OUTSIDE THE LEDGER WERE FOUND; 8 MEANS AT LEAST ONE
000350*    SERIAL IS SHORT, OVER, CHANGED OR MISSING; 12 MEANS A
000360*    FILE ERROR OR MORE SERIALS THAN THE TABLE HOLDS.
000370*
000380*    MODIFICATION HISTORY.
000390*    ------------------------------------------------------------
000400*    DATE        INIT  DESCRIPTION
000410*    ------------------------------------------------------------
000420*    2026-10-15  JA    NEW PROGRAM.
000430*    2026-10-15  JA    THE AUDIT RECORD (LIVE AND ARCHIVED) NOW
000440*                       CARRIES THE CURRENCY OF CONVERTED PRICE
000450*                       TABLES.  ITS ROWS ARE COUNTED AND TOTALED
000460*                       WITH THE REST OF THEIR SERIAL, AS THE
000470*                       GENERATION RUN'S LEDGER COUNTS THEM.
000480*    ------------------------------------------------------------
000490*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. GENERIC.
000530 OBJECT-COMPUTER. GENERIC.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT ARCHIVO-CTRL-AUDITORIA ASSIGN TO AUDCTRL
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS FS-CTRL-AUD.
000600     SELECT ARCHIVO-AUDITORIA ASSIGN TO AUDITLOG
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS FS-AUDITORIA.
000640     SELECT ARCHIVO-MENSUAL ASSIGN TO DYNAMIC VAU-NOMB-ARCHIVO
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS FS-MENSUAL.
000680     SELECT REPORTE-VERIFICACION ASSIGN TO VERAREP
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         ACCESS MODE IS SEQUENTIAL
000710         FILE STATUS IS FS-REPORTE.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  ARCHIVO-CTRL-AUDITORIA
000760     LABEL RECORDS ARE STANDARD.
000770 01  REG-CTRL-AUDITORIA.
000780     05  CA-SERIE               PIC 9(06).
000790     05  FILLER                 PIC X(01).
000800     05  CA-FECHA               PIC X(10).
000810     05  FILLER                 PIC X(01).
000820     05  CA-HORA                PIC X(08).
000830     05  FILLER                 PIC X(01).
000840     05  CA-FILAS               PIC 9(07).
000850     05  FILLER                 PIC X(01).
000860     05  CA-TOTAL-ENT           PIC 9(09).
000870     05  CA-PUNTO               PIC X(01).
000880     05  CA-TOTAL-DEC           PIC 9(02).
000890     05  FILLER                 PIC X(01).
000900     05  CA-PRIMER-VALOR        PIC X(08).
000910     05  FILLER                 PIC X(01).
000920     05  CA-ULTIMO-VALOR        PIC X(08).
000930     05  FILLER                 PIC X(01).
000940     05  CA-CODIGO              PIC X(04).
000950
000960 FD  ARCHIVO-AUDITORIA
000970     LABEL RECORDS ARE STANDARD.
000980 01  REG-AUDITORIA.
000990     05  AUD-FECHA              PIC X(10).
001000     05  FILLER                 PIC X(01).
001010     05  AUD-HORA               PIC X(08).
001020     05  FILLER                 PIC X(01).
001030     05  AUD-VALOR              PIC X(08).
001040     05  FILLER                 PIC X(01).
001050     05  AUD-MULTIPLICADOR      PIC 999.
001060     05  FILLER                 PIC X(01).
001070     05  AUD-VALOR-RESULTADO    PIC X(10).
001080     05  FILLER                 PIC X(01).
001090     05  AUD-SERIE              PIC 9(06).
001100     05  FILLER                 PIC X(01).
001110     05  AUD-MONEDA             PIC X(03).
001120
001130 FD  ARCHIVO-MENSUAL
001140     LABEL RECORDS ARE STANDARD.
001150 01  REG-MENSUAL.
001160     05  AM-FECHA               PIC X(10).
001170     05  FILLER                 PIC X(01).
001180     05  AM-HORA                PIC X(08).
001190     05  FILLER                 PIC X(01).
001200     05  AM-VALOR               PIC X(08).
001210     05  FILLER                 PIC X(01).
001220     05  AM-MULTIPLICADOR       PIC 999.
001230     05  FILLER                 PIC X(01).
001240     05  AM-VALOR-RESULTADO     PIC X(10).
001250     05  FILLER                 PIC X(01).
001260     05  AM-SERIE               PIC 9(06).
001270     05  FILLER                 PIC X(01).
001280     05  AM-MONEDA              PIC X(03).
001290
001300 FD  REPORTE-VERIFICACION
001310     LABEL RECORDS ARE STANDARD.
001320 01  REG-REPORTE                PIC X(80).
001330
001340 WORKING-STORAGE SECTION.
001350*
001360*    SWITCHES AND COUNTERS.
001370*
001380 77  FS-CTRL-AUD                PIC X(02) VALUE "00".
001390 77  FS-AUDITORIA               PIC X(02) VALUE "00".
001400 77  FS-MENSUAL                 PIC X(02) VALUE "00".
001410 77  FS-REPORTE                 PIC X(02) VALUE "00".
001420 77  VAU-NUM-PAGINA             PIC 9(03) COMP VALUE 0.
001430 77  VAU-LIN-PAGINA             PIC 9(03) COMP VALUE 0.
001440 77  VAU-MAX-LIN-PAGINA         PIC 9(03) COMP VALUE 55.
001450 77  VAU-NOMB-ARCHIVO           PIC X(08).
001460 77  VAU-MAX-MESES              PIC 9(03) COMP VALUE 240.
001470 77  VAU-NUM-MESES              PIC 9(03) COMP VALUE 0.
001480 77  VAU-ANIO-ACT               PIC 9(04) VALUE 0.
001490 77  VAU-MES-ACT                PIC 9(02) VALUE 0.
001500 77  VAU-MES-CORRIENTE          PIC 9(06) VALUE 0.
001510 77  VAU-MES-FIN                PIC 9(06) VALUE 0.
001520 77  VAU-FECHA-MINIMA           PIC X(10) VALUE SPACES.
001530 77  VAU-FECHA-MAXIMA           PIC X(10) VALUE SPACES.
001540 77  VAU-MAX-SERIES             PIC 9(05) COMP VALUE 5000.
001550 77  VAU-NUM-SERIES             PIC 9(05) COMP VALUE 0.
001560 77  VAU-IND                    PIC 9(05) COMP VALUE 0.
001570 77  VAU-IND-ACTUAL             PIC 9(05) COMP VALUE 0.
001580 77  VAU-CONT-ARCHIVOS          PIC 9(07) VALUE 0.
001590 77  VAU-CONT-FILAS             PIC 9(07) VALUE 0.
001600 77  VAU-CONT-SIN-SERIE         PIC 9(07) VALUE 0.
001610 77  VAU-CONT-INTACTAS          PIC 9(07) VALUE 0.
001620 77  VAU-CONT-CORTAS            PIC 9(07) VALUE 0.
001630 77  VAU-CONT-SOBRANTES         PIC 9(07) VALUE 0.
001640 77  VAU-CONT-TOTAL-CAMB        PIC 9(07) VALUE 0.
001650 77  VAU-CONT-EXTREMOS-CAMB     PIC 9(07) VALUE 0.
001660 77  VAU-CONT-FALTAN            PIC 9(07) VALUE 0.
001670 77  VAU-CONT-SIN-CONTROL       PIC 9(07) VALUE 0.
001680 77  VAU-CONT-CONTROLES         PIC 9(07) VALUE 0.
001690
001700 01  SW-FIN-CTRL-AUD             PIC X(01) VALUE "N".
001710     88  FIN-CTRL-AUD                      VALUE "S".
001720 01  SW-FIN-AUDITORIA            PIC X(01) VALUE "N".
001730     88  FIN-AUDITORIA                     VALUE "S".
001740 01  SW-FIN-MENSUAL              PIC X(01) VALUE "N".
001750     88  FIN-MENSUAL                       VALUE "S".
001760 01  SW-DEED-PUNTO               PIC X(01) VALUE "N".
001770     88  DEED-TRAS-PUNTO                   VALUE "S".
001780 01  SW-SERIE-HALLADA            PIC X(01) VALUE "N".
001790     88  SERIE-HALLADA                     VALUE "S".
001800*
001810*    ONE AUDIT ROW, FROM WHICHEVER FILE IT CAME, AS THE
001820*    RECOUNT SEES IT.
001830*
001840 01  VAU-FILA.
001850     05  VAU-FILA-SERIE         PIC 9(06).
001860     05  VAU-FILA-VALOR         PIC X(08).
001870     05  VAU-FILA-RESULTADO     PIC X(10).
001880*
001890*    EVERY SERIAL ON THE LEDGER, WITH WHAT THE LEDGER SAYS
001900*    AND WHAT THE RECOUNT FOUND.  A SERIAL MET IN THE ROWS
001910*    BUT NOT ON THE LEDGER IS ADDED WITH VAU-ENT-CONTROL "N".
001920*
001930 01  VAU-TABLA-SERIES.
001940     05  VAU-ENTRADA OCCURS 5000 TIMES.
001950         10  VAU-ENT-SERIE          PIC 9(06).
001960         10  VAU-ENT-FECHA          PIC X(10).
001970         10  VAU-ENT-CONTROL        PIC X(01).
001980         10  VAU-ENT-FILAS-ESP      PIC 9(07).
001990         10  VAU-ENT-TOTAL-ESP      PIC 9(09)V99.
002000         10  VAU-ENT-PRIMERO-ESP    PIC X(08).
002010         10  VAU-ENT-ULTIMO-ESP     PIC X(08).
002020         10  VAU-ENT-FILAS-HALL     PIC 9(07).
002030         10  VAU-ENT-TOTAL-HALL     PIC 9(09)V99.
002040         10  VAU-ENT-PRIMERO-HALL   PIC X(08).
002050         10  VAU-ENT-ULTIMO-HALL    PIC X(08).
002060*
002070*    THE LOAD JOB'S DE-EDIT: DIGITS ACCUMULATE, A POINT
002080*    STARTS THE DECIMALS, ANYTHING ELSE IS SKIPPED.  A ROW
002090*    EDITED BY HAND THEREFORE STILL MOVES THE TOTAL.
002100*
002110 01  VAU-DEEDITAR-TRABAJO.
002120     05  VAU-DEED-TEXTO         PIC X(10).
002130     05  VAU-DEED-IND           PIC 9(02) COMP.
002140     05  VAU-DEED-CAR           PIC X(01).
002150     05  VAU-DEED-CAR-NUM REDEFINES VAU-DEED-CAR PIC 9.
002160     05  VAU-DEED-ACUMULADO     PIC 9(11).
002170     05  VAU-DEED-DECIMALES     PIC 9    COMP.
002180     05  VAU-DEED-VALOR         PIC 9(09)V99.
002190
002200 01  VAU-ESTADO                 PIC X(18) VALUE SPACES.
002210     88  ESTADO-INTACTO                    VALUE "INTACTO".
002220     88  ESTADO-CORTO                      VALUE "CORTO".
002230     88  ESTADO-SOBRANTE                   VALUE "SOBRANTE".
002240     88  ESTADO-TOTAL-CAMB                 VALUE
002250                                           "TOTAL CAMBIADO".
002260     88  ESTADO-EXTREMOS-CAMB              VALUE
002270                                           "EXTREMOS CAMBIADOS".
002280     88  ESTADO-FALTA                      VALUE "FALTA".
002290     88  ESTADO-SIN-CONTROL                VALUE "SIN CONTROL".
002300
002310 01  VAU-FECHA-SISTEMA.
002320     05  VAU-ANIO               PIC 9(04).
002330     05  VAU-MES                PIC 9(02).
002340     05  VAU-DIA                PIC 9(02).
002350 01  VAU-FECHA-EDITADA.
002360     05  FE-ANIO                PIC 9(04).
002370     05  FILLER                 PIC X VALUE "-".
002380     05  FE-MES                 PIC 9(02).
002390     05  FILLER                 PIC X VALUE "-".
002400     05  FE-DIA                 PIC 9(02).
002410 01  VAU-HORA-SISTEMA.
002420     05  VAU-HORAS              PIC 9(02).
002430     05  VAU-MINUTOS            PIC 9(02).
002440     05  VAU-SEGUNDOS           PIC 9(02).
002450     05  FILLER                 PIC 9(04).
002460 01  VAU-HORA-EDITADA.
002470     05  HE-HORAS               PIC 9(02).
002480     05  FILLER                 PIC X VALUE ":".
002490     05  HE-MINUTOS             PIC 9(02).
002500     05  FILLER                 PIC X VALUE ":".
002510     05  HE-SEGUNDOS            PIC 9(02).
002520
002530 01  LIN-ENCABEZADO-1.
002540     05  FILLER                 PIC X(36) VALUE
002550         "VERIFICACION DE AUDITORIA           ".
002560     05  FILLER                 PIC X(07) VALUE "FECHA: ".
002570     05  LE1-FECHA              PIC X(10).
002580     05  FILLER                 PIC X(02) VALUE SPACES.
002590     05  LE1-HORA               PIC X(08).
002600     05  FILLER                 PIC X(08) VALUE "  PAG.: ".
002610     05  LE1-PAGINA             PIC ZZ9.
002620     05  FILLER                 PIC X(06) VALUE SPACES.
002630 01  LIN-ENCABEZADO-3.
002640     05  FILLER                 PIC X(07) VALUE "SERIE".
002650     05  FILLER                 PIC X(11) VALUE "FECHA".
002660     05  FILLER                 PIC X(08) VALUE "  FILAS".
002670     05  FILLER                 PIC X(08) VALUE "  HALL.".
002680     05  FILLER                 PIC X(13) VALUE
002690         "        TOTAL".
002700     05  FILLER                 PIC X(13) VALUE
002710         "  TOTAL HALL ".
002720     05  FILLER                 PIC X(20) VALUE "ESTADO".
002730 01  LIN-DETALLE.
002740     05  LD-SERIE               PIC 9(06).
002750     05  FILLER                 PIC X(01) VALUE SPACES.
002760     05  LD-FECHA               PIC X(10).
002770     05  FILLER                 PIC X(01) VALUE SPACES.
002780     05  LD-FILAS-ESP           PIC Z(06)9.
002790     05  LD-FILAS-ESP-X REDEFINES LD-FILAS-ESP PIC X(07).
002800     05  FILLER                 PIC X(01) VALUE SPACES.
002810     05  LD-FILAS-HALL          PIC Z(06)9.
002820     05  FILLER                 PIC X(01) VALUE SPACES.
002830     05  LD-TOTAL-ESP           PIC Z(08)9.99.
002840     05  LD-TOTAL-ESP-X REDEFINES LD-TOTAL-ESP PIC X(12).
002850     05  FILLER                 PIC X(01) VALUE SPACES.
002860     05  LD-TOTAL-HALL          PIC Z(08)9.99.
002870     05  FILLER                 PIC X(01) VALUE SPACES.
002880     05  LD-ESTADO              PIC X(18).
002890     05  FILLER                 PIC X(02) VALUE SPACES.
002900 01  LIN-EXTREMOS.
002910     05  FILLER                 PIC X(09) VALUE SPACES.
002920     05  FILLER                 PIC X(09) VALUE "PRIMERO: ".
002930     05  LEX-PRIMERO-ESP        PIC X(08).
002940     05  FILLER                 PIC X(03) VALUE " / ".
002950     05  LEX-PRIMERO-HALL       PIC X(08).
002960     05  FILLER                 PIC X(10) VALUE "  ULTIMO: ".
002970     05  LEX-ULTIMO-ESP         PIC X(08).
002980     05  FILLER                 PIC X(03) VALUE " / ".
002990     05  LEX-ULTIMO-HALL        PIC X(08).
003000     05  FILLER                 PIC X(14) VALUE SPACES.
003010 01  LIN-TOTAL.
003020     05  LTO-ETIQUETA           PIC X(26).
003030     05  FILLER                 PIC X(02) VALUE SPACES.
003040     05  LTO-CONT               PIC Z(06)9.
003050     05  FILLER                 PIC X(45) VALUE SPACES.
003060
003070 PROCEDURE DIVISION.
003080
003090 0000-MAINLINE.
003100     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003110     PERFORM 2500-RECORRER-ARCHIVOS THRU 2500-EXIT.
003120     PERFORM 2100-LEER-AUDITORIA THRU 2100-EXIT
003130         UNTIL FIN-AUDITORIA.
003140     CLOSE ARCHIVO-AUDITORIA.
003150     MOVE 0 TO VAU-IND.
003160     PERFORM 4000-INFORMAR-SERIE THRU 4000-EXIT
003170         UNTIL VAU-IND NOT < VAU-NUM-SERIES.
003180     PERFORM 5000-IMPRIMIR-TOTALES THRU 5000-EXIT.
003190     CLOSE REPORTE-VERIFICACION.
003200     DISPLAY "VERIFICACION DE AUDITORIA TERMINADA".
003210     DISPLAY "SERIES EN CONTROL: " VAU-CONT-CONTROLES.
003220     DISPLAY "INTACTAS:          " VAU-CONT-INTACTAS.
003230     DISPLAY "CORTAS:            " VAU-CONT-CORTAS.
003240     DISPLAY "SOBRANTES:         " VAU-CONT-SOBRANTES.
003250     DISPLAY "TOTAL CAMBIADO:    " VAU-CONT-TOTAL-CAMB.
003260     DISPLAY "EXTREMOS CAMBIADOS:" VAU-CONT-EXTREMOS-CAMB.
003270     DISPLAY "FALTAN:            " VAU-CONT-FALTAN.
003280     DISPLAY "SIN CONTROL:       " VAU-CONT-SIN-CONTROL.
003290     IF VAU-CONT-CORTAS > 0
003300        OR VAU-CONT-SOBRANTES > 0
003310        OR VAU-CONT-TOTAL-CAMB > 0
003320        OR VAU-CONT-EXTREMOS-CAMB > 0
003330        OR VAU-CONT-FALTAN > 0
003340         MOVE 8 TO RETURN-CODE
003350     ELSE IF VAU-CONT-SIN-CONTROL > 0
003360        OR VAU-CONT-SIN-SERIE > 0
003370         MOVE 4 TO RETURN-CODE
003380     ELSE
003390         MOVE 0 TO RETURN-CODE.
003400     STOP RUN.
003410 0000-EXIT.
003420     EXIT.
003430*
003440*    THE LEDGER IS LOADED WHOLE BEFORE A SINGLE ROW IS READ;
003450*    WITHOUT IT THERE IS NOTHING TO VERIFY AGAINST.
003460*
003470 1000-INICIALIZAR.
003480     ACCEPT VAU-FECHA-SISTEMA FROM DATE YYYYMMDD.
003490     MOVE VAU-ANIO TO FE-ANIO.
003500     MOVE VAU-MES TO FE-MES.
003510     MOVE VAU-DIA TO FE-DIA.
003520     ACCEPT VAU-HORA-SISTEMA FROM TIME.
003530     MOVE VAU-HORAS TO HE-HORAS.
003540     MOVE VAU-MINUTOS TO HE-MINUTOS.
003550     MOVE VAU-SEGUNDOS TO HE-SEGUNDOS.
003560     OPEN INPUT ARCHIVO-CTRL-AUDITORIA.
003570     IF FS-CTRL-AUD NOT = "00"
003580         DISPLAY "FALTA EL CONTROL DE AUDITORIA (AUDCTRL), "
003590             "ESTADO " FS-CTRL-AUD
003600         MOVE 12 TO RETURN-CODE
003610         STOP RUN.
003620     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT
003630         UNTIL FIN-CTRL-AUD.
003640     CLOSE ARCHIVO-CTRL-AUDITORIA.
003650     OPEN INPUT ARCHIVO-AUDITORIA.
003660     PERFORM 6000-VERIFICAR-AUDITORIA THRU 6000-EXIT.
003670     OPEN OUTPUT REPORTE-VERIFICACION.
003680     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003690     PERFORM 3600-ENCABEZADO-REPORTE THRU 3600-EXIT.
003700 1000-EXIT.
003710     EXIT.
003720*
003730*    ONE LEDGER RECORD PER SERIAL.  THE EARLIEST AND LATEST
003740*    RUN DATES BOUND THE MONTHLY ARCHIVES TO BE READ.
003750*
003760 1100-LEER-CONTROL.
003770     READ ARCHIVO-CTRL-AUDITORIA
003780         AT END
003790             SET FIN-CTRL-AUD TO TRUE
003800         NOT AT END
003810             PERFORM 1150-CARGAR-CONTROL THRU 1150-EXIT
003820     END-READ.
003830 1100-EXIT.
003840     EXIT.
003850
003860 1150-CARGAR-CONTROL.
003870     IF CA-SERIE IS NOT NUMERIC
003880         DISPLAY "REGISTRO DE CONTROL ILEGIBLE: "
003890             REG-CTRL-AUDITORIA
003900         GO TO 1150-EXIT.
003910     PERFORM 7000-NUEVA-ENTRADA THRU 7000-EXIT.
003920     ADD 1 TO VAU-CONT-CONTROLES.
003930     MOVE CA-SERIE TO VAU-ENT-SERIE (VAU-NUM-SERIES).
003940     MOVE CA-FECHA TO VAU-ENT-FECHA (VAU-NUM-SERIES).
003950     MOVE "S" TO VAU-ENT-CONTROL (VAU-NUM-SERIES).
003960     IF CA-FILAS IS NUMERIC
003970         MOVE CA-FILAS TO VAU-ENT-FILAS-ESP (VAU-NUM-SERIES).
003980     IF CA-TOTAL-ENT IS NUMERIC
003990        AND CA-TOTAL-DEC IS NUMERIC
004000         COMPUTE VAU-ENT-TOTAL-ESP (VAU-NUM-SERIES) =
004010             CA-TOTAL-ENT + (CA-TOTAL-DEC / 100).
004020     MOVE CA-PRIMER-VALOR TO VAU-ENT-PRIMERO-ESP (VAU-NUM-SERIES).
004030     MOVE CA-ULTIMO-VALOR TO VAU-ENT-ULTIMO-ESP (VAU-NUM-SERIES).
004040     IF VAU-FECHA-MINIMA = SPACES
004050        OR CA-FECHA < VAU-FECHA-MINIMA
004060         MOVE CA-FECHA TO VAU-FECHA-MINIMA.
004070     IF CA-FECHA > VAU-FECHA-MAXIMA
004080         MOVE CA-FECHA TO VAU-FECHA-MAXIMA.
004090 1150-EXIT.
004100     EXIT.
004110
004120 2100-LEER-AUDITORIA.
004130     READ ARCHIVO-AUDITORIA
004140         AT END
004150             SET FIN-AUDITORIA TO TRUE
004160         NOT AT END
004170             IF AUD-SERIE IS NUMERIC
004180                 MOVE AUD-SERIE TO VAU-FILA-SERIE
004190                 MOVE AUD-VALOR TO VAU-FILA-VALOR
004200                 MOVE AUD-VALOR-RESULTADO TO VAU-FILA-RESULTADO
004210                 PERFORM 3000-CONTAR-FILA THRU 3000-EXIT
004220             ELSE
004230                 ADD 1 TO VAU-CONT-SIN-SERIE
004240             END-IF
004250     END-READ.
004260 2100-EXIT.
004270     EXIT.
004280*
004290*    THE MONTHLY ARCHIVES, OLDEST FIRST, NAMED "A" PLUS YEAR
004300*    AND MONTH AS THE RETENTION SWEEP WRITES THEM.  AN EMPTY
004310*    LEDGER HAS NO MONTHS TO READ.
004320*
004330 2500-RECORRER-ARCHIVOS.
004340     IF VAU-FECHA-MINIMA = SPACES
004350         GO TO 2500-EXIT.
004360     IF VAU-FECHA-MINIMA (1:4) IS NOT NUMERIC
004370        OR VAU-FECHA-MINIMA (6:2) IS NOT NUMERIC
004380        OR VAU-FECHA-MAXIMA (1:4) IS NOT NUMERIC
004390        OR VAU-FECHA-MAXIMA (6:2) IS NOT NUMERIC
004400         DISPLAY "FECHAS DEL CONTROL ILEGIBLES, NO SE LEEN "
004410             "LOS ARCHIVOS MENSUALES"
004420         GO TO 2500-EXIT.
004430     MOVE VAU-FECHA-MAXIMA (1:4) TO VAU-ANIO-ACT.
004440     MOVE VAU-FECHA-MAXIMA (6:2) TO VAU-MES-ACT.
004450     COMPUTE VAU-MES-FIN =
004460         (VAU-ANIO-ACT * 100) + VAU-MES-ACT.
004470     MOVE VAU-FECHA-MINIMA (1:4) TO VAU-ANIO-ACT.
004480     MOVE VAU-FECHA-MINIMA (6:2) TO VAU-MES-ACT.
004490     COMPUTE VAU-MES-CORRIENTE =
004500         (VAU-ANIO-ACT * 100) + VAU-MES-ACT.
004510     PERFORM 2550-RECONTAR-MES THRU 2550-EXIT
004520         UNTIL VAU-MES-CORRIENTE > VAU-MES-FIN
004530            OR VAU-NUM-MESES NOT < VAU-MAX-MESES.
004540 2500-EXIT.
004550     EXIT.
004560
004570 2550-RECONTAR-MES.
004580     ADD 1 TO VAU-NUM-MESES.
004590     MOVE SPACES TO VAU-NOMB-ARCHIVO.
004600     STRING "A" VAU-ANIO-ACT VAU-MES-ACT
004610         DELIMITED BY SIZE
004620         INTO VAU-NOMB-ARCHIVO.
004630     OPEN INPUT ARCHIVO-MENSUAL.
004640     IF FS-MENSUAL NOT = "00"
004650         PERFORM 2650-AVANZAR-MES THRU 2650-EXIT
004660         GO TO 2550-EXIT.
004670     ADD 1 TO VAU-CONT-ARCHIVOS.
004680     MOVE "N" TO SW-FIN-MENSUAL.
004690     PERFORM 2600-LEER-MENSUAL THRU 2600-EXIT
004700         UNTIL FIN-MENSUAL.
004710     CLOSE ARCHIVO-MENSUAL.
004720     PERFORM 2650-AVANZAR-MES THRU 2650-EXIT.
004730 2550-EXIT.
004740     EXIT.
004750
004760 2600-LEER-MENSUAL.
004770     READ ARCHIVO-MENSUAL
004780         AT END
004790             SET FIN-MENSUAL TO TRUE
004800         NOT AT END
004810             IF AM-SERIE IS NUMERIC
004820                 MOVE AM-SERIE TO VAU-FILA-SERIE
004830                 MOVE AM-VALOR TO VAU-FILA-VALOR
004840                 MOVE AM-VALOR-RESULTADO TO VAU-FILA-RESULTADO
004850                 PERFORM 3000-CONTAR-FILA THRU 3000-EXIT
004860             ELSE
004870                 ADD 1 TO VAU-CONT-SIN-SERIE
004880             END-IF
004890     END-READ.
004900 2600-EXIT.
004910     EXIT.
004920
004930 2650-AVANZAR-MES.
004940     IF VAU-MES-ACT = 12
004950         ADD 1 TO VAU-ANIO-ACT
004960         MOVE 1 TO VAU-MES-ACT
004970     ELSE
004980         ADD 1 TO VAU-MES-ACT.
004990     COMPUTE VAU-MES-CORRIENTE =
005000         (VAU-ANIO-ACT * 100) + VAU-MES-ACT.
005010 2650-EXIT.
005020     EXIT.
005030*
005040*    ONE ROW INTO ITS SERIAL'S RECOUNT.  A SERIAL'S ROWS ARE
005050*    WRITTEN TOGETHER, SO THE ENTRY USED FOR THE LAST ROW IS
005060*    TRIED FIRST BEFORE THE TABLE IS SEARCHED.
005070*
005080 3000-CONTAR-FILA.
005090     ADD 1 TO VAU-CONT-FILAS.
005100     IF VAU-IND-ACTUAL = 0
005110        OR VAU-ENT-SERIE (VAU-IND-ACTUAL) NOT = VAU-FILA-SERIE
005120         PERFORM 3100-BUSCAR-SERIE THRU 3100-EXIT.
005130     IF VAU-ENT-FILAS-HALL (VAU-IND-ACTUAL) = 0
005140         MOVE VAU-FILA-VALOR
005150             TO VAU-ENT-PRIMERO-HALL (VAU-IND-ACTUAL).
005160     MOVE VAU-FILA-VALOR TO VAU-ENT-ULTIMO-HALL (VAU-IND-ACTUAL).
005170     ADD 1 TO VAU-ENT-FILAS-HALL (VAU-IND-ACTUAL).
005180     MOVE VAU-FILA-RESULTADO TO VAU-DEED-TEXTO.
005190     PERFORM 8100-DEEDITAR THRU 8100-EXIT.
005200     ADD VAU-DEED-VALOR TO VAU-ENT-TOTAL-HALL (VAU-IND-ACTUAL).
005210 3000-EXIT.
005220     EXIT.
005230*
005240*    A SERIAL NOT ON THE LEDGER GETS AN ENTRY OF ITS OWN SO
005250*    ITS ROWS ARE STILL COUNTED AND REPORTED.
005260*
005270 3100-BUSCAR-SERIE.
005280     MOVE "N" TO SW-SERIE-HALLADA.
005290     MOVE 0 TO VAU-IND.
005300     PERFORM 3150-PROBAR-SERIE THRU 3150-EXIT
005310         UNTIL SERIE-HALLADA
005320            OR VAU-IND NOT < VAU-NUM-SERIES.
005330     IF SERIE-HALLADA
005340         MOVE VAU-IND TO VAU-IND-ACTUAL
005350         GO TO 3100-EXIT.
005360     PERFORM 7000-NUEVA-ENTRADA THRU 7000-EXIT.
005370     MOVE VAU-FILA-SERIE TO VAU-ENT-SERIE (VAU-NUM-SERIES).
005380     MOVE "N" TO VAU-ENT-CONTROL (VAU-NUM-SERIES).
005390     MOVE VAU-NUM-SERIES TO VAU-IND-ACTUAL.
005400 3100-EXIT.
005410     EXIT.
005420
005430 3150-PROBAR-SERIE.
005440     ADD 1 TO VAU-IND.
005450     IF VAU-ENT-SERIE (VAU-IND) = VAU-FILA-SERIE
005460         SET SERIE-HALLADA TO TRUE.
005470 3150-EXIT.
005480     EXIT.
005490*
005500*    EVERY PAGE OPENS WITH THE RUN DATE, TIME AND PAGE NUMBER
005510*    AND THE COLUMN HEADINGS; THE FIRST PAGE STARTS THE FILE
005520*    WITHOUT A FORM FEED.
005530*
005540 3600-ENCABEZADO-REPORTE.
005550     ADD 1 TO VAU-NUM-PAGINA.
005560     MOVE VAU-FECHA-EDITADA TO LE1-FECHA.
005570     MOVE VAU-HORA-EDITADA TO LE1-HORA.
005580     MOVE VAU-NUM-PAGINA TO LE1-PAGINA.
005590     MOVE LIN-ENCABEZADO-1 TO REG-REPORTE.
005600     IF VAU-NUM-PAGINA = 1
005610         WRITE REG-REPORTE
005620     ELSE
005630         WRITE REG-REPORTE AFTER ADVANCING PAGE.
005640     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005650     MOVE SPACES TO REG-REPORTE.
005660     WRITE REG-REPORTE.
005670     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005680     MOVE LIN-ENCABEZADO-3 TO REG-REPORTE.
005690     WRITE REG-REPORTE.
005700     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005710     MOVE 0 TO VAU-LIN-PAGINA.
005720 3600-EXIT.
005730     EXIT.
005740*
005750*    ONE LINE PER SERIAL: WHAT THE LEDGER SAYS, WHAT THE
005760*    ROWS SAY, AND THE VERDICT.  THE FIRST DIFFERENCE FOUND,
005770*    IN THE ORDER BELOW, IS THE ONE REPORTED.
005780*
005790 4000-INFORMAR-SERIE.
005800     ADD 1 TO VAU-IND.
005810     IF VAU-ENT-CONTROL (VAU-IND) = "N"
005820         SET ESTADO-SIN-CONTROL TO TRUE
005830         ADD 1 TO VAU-CONT-SIN-CONTROL
005840     ELSE IF VAU-ENT-FILAS-HALL (VAU-IND) = 0
005850        AND VAU-ENT-FILAS-ESP (VAU-IND) > 0
005860         SET ESTADO-FALTA TO TRUE
005870         ADD 1 TO VAU-CONT-FALTAN
005880     ELSE IF VAU-ENT-FILAS-HALL (VAU-IND)
005890             < VAU-ENT-FILAS-ESP (VAU-IND)
005900         SET ESTADO-CORTO TO TRUE
005910         ADD 1 TO VAU-CONT-CORTAS
005920     ELSE IF VAU-ENT-FILAS-HALL (VAU-IND)
005930             > VAU-ENT-FILAS-ESP (VAU-IND)
005940         SET ESTADO-SOBRANTE TO TRUE
005950         ADD 1 TO VAU-CONT-SOBRANTES
005960     ELSE IF VAU-ENT-TOTAL-HALL (VAU-IND)
005970             NOT = VAU-ENT-TOTAL-ESP (VAU-IND)
005980         SET ESTADO-TOTAL-CAMB TO TRUE
005990         ADD 1 TO VAU-CONT-TOTAL-CAMB
006000     ELSE IF VAU-ENT-PRIMERO-HALL (VAU-IND)
006010             NOT = VAU-ENT-PRIMERO-ESP (VAU-IND)
006020        OR VAU-ENT-ULTIMO-HALL (VAU-IND)
006030             NOT = VAU-ENT-ULTIMO-ESP (VAU-IND)
006040         SET ESTADO-EXTREMOS-CAMB TO TRUE
006050         ADD 1 TO VAU-CONT-EXTREMOS-CAMB
006060     ELSE
006070         SET ESTADO-INTACTO TO TRUE
006080         ADD 1 TO VAU-CONT-INTACTAS.
006090     IF VAU-LIN-PAGINA NOT < VAU-MAX-LIN-PAGINA
006100         PERFORM 3600-ENCABEZADO-REPORTE THRU 3600-EXIT.
006110     MOVE VAU-ENT-SERIE (VAU-IND) TO LD-SERIE.
006120     MOVE VAU-ENT-FECHA (VAU-IND) TO LD-FECHA.
006130     MOVE VAU-ENT-FILAS-HALL (VAU-IND) TO LD-FILAS-HALL.
006140     MOVE VAU-ENT-TOTAL-HALL (VAU-IND) TO LD-TOTAL-HALL.
006150     IF ESTADO-SIN-CONTROL
006160         MOVE SPACES TO LD-FILAS-ESP-X
006170         MOVE SPACES TO LD-TOTAL-ESP-X
006180     ELSE
006190         MOVE VAU-ENT-FILAS-ESP (VAU-IND) TO LD-FILAS-ESP
006200         MOVE VAU-ENT-TOTAL-ESP (VAU-IND) TO LD-TOTAL-ESP.
006210     MOVE VAU-ESTADO TO LD-ESTADO.
006220     MOVE LIN-DETALLE TO REG-REPORTE.
006230     WRITE REG-REPORTE.
006240     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
006250     ADD 1 TO VAU-LIN-PAGINA.
006260     IF ESTADO-EXTREMOS-CAMB
006270         MOVE VAU-ENT-PRIMERO-ESP (VAU-IND) TO LEX-PRIMERO-ESP
006280         MOVE VAU-ENT-PRIMERO-HALL (VAU-IND) TO LEX-PRIMERO-HALL
006290         MOVE VAU-ENT-ULTIMO-ESP (VAU-IND) TO LEX-ULTIMO-ESP
006300         MOVE VAU-ENT-ULTIMO-HALL (VAU-IND) TO LEX-ULTIMO-HALL
006310         MOVE LIN-EXTREMOS TO REG-REPORTE
006320         WRITE REG-REPORTE
006330         PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT
006340         ADD 1 TO VAU-LIN-PAGINA.
006350 4000-EXIT.
006360     EXIT.
006370*
006380*    THE COUNTS CLOSE THE REPORT, SO AN EMPTY LEDGER IS A
006390*    VISIBLE ANSWER AND NOT A MISSING PAGE.
006400*
006410 5000-IMPRIMIR-TOTALES.
006420     MOVE SPACES TO REG-REPORTE.
006430     WRITE REG-REPORTE.
006440     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
006450     MOVE "SERIES EN CONTROL" TO LTO-ETIQUETA.
006460     MOVE VAU-CONT-CONTROLES TO LTO-CONT.
006470     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
006480     MOVE "INTACTAS" TO LTO-ETIQUETA.
006490     MOVE VAU-CONT-INTACTAS TO LTO-CONT.
006500     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
006510     MOVE "CORTAS" TO LTO-ETIQUETA.
006520     MOVE VAU-CONT-CORTAS TO LTO-CONT.
006530     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
006540     MOVE "SOBRANTES" TO LTO-ETIQUETA.
006550     MOVE VAU-CONT-SOBRANTES TO LTO-CONT.
006560     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
006570     MOVE "TOTAL CAMBIADO" TO LTO-ETIQUETA.
006580     MOVE VAU-CONT-TOTAL-CAMB TO LTO-CONT.
006590     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
006600     MOVE "EXTREMOS CAMBIADOS" TO LTO-ETIQUETA.
006610     MOVE VAU-CONT-EXTREMOS-CAMB TO LTO-CONT.
006620     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
006630     MOVE "FALTAN" TO LTO-ETIQUETA.
006640     MOVE VAU-CONT-FALTAN TO LTO-CONT.
006650     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
006660     MOVE "SERIES SIN CONTROL" TO LTO-ETIQUETA.
006670     MOVE VAU-CONT-SIN-CONTROL TO LTO-CONT.
006680     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
006690     MOVE "FILAS SIN SERIE" TO LTO-ETIQUETA.
006700     MOVE VAU-CONT-SIN-SERIE TO LTO-CONT.
006710     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
006720     MOVE "FILAS RECONTADAS" TO LTO-ETIQUETA.
006730     MOVE VAU-CONT-FILAS TO LTO-CONT.
006740     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
006750     MOVE "ARCHIVOS MENSUALES LEIDOS" TO LTO-ETIQUETA.
006760     MOVE VAU-CONT-ARCHIVOS TO LTO-CONT.
006770     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
006780 5000-EXIT.
006790     EXIT.
006800
006810 5100-LINEA-TOTAL.
006820     MOVE LIN-TOTAL TO REG-REPORTE.
006830     WRITE REG-REPORTE.
006840     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
006850 5100-EXIT.
006860     EXIT.
006870*
006880*    SHARED FILE-STATUS CHECKS.  A VERIFIER THAT CANNOT READ
006890*    ITS EVIDENCE MUST NOT PRINT A CLEAN BILL OF HEALTH.
006900*
006910 6000-VERIFICAR-AUDITORIA.
006920     IF FS-AUDITORIA NOT = "00"
006930         DISPLAY "ERROR EN EL ARCHIVO DE AUDITORIA, ESTADO "
006940             FS-AUDITORIA
006950         MOVE 12 TO RETURN-CODE
006960         STOP RUN.
006970 6000-EXIT.
006980     EXIT.
006990*
007000 6010-VERIFICAR-REPORTE.
007010     IF FS-REPORTE NOT = "00"
007020         DISPLAY "ERROR EN EL REPORTE DE VERIFICACION, ESTADO "
007030             FS-REPORTE
007040         MOVE 12 TO RETURN-CODE
007050         STOP RUN.
007060 6010-EXIT.
007070     EXIT.
007080*
007090*    A FRESH TABLE ENTRY, ZEROED.  A LEDGER LONGER THAN THE
007100*    TABLE STOPS THE JOB RATHER THAN VERIFY HALF OF IT.
007110*
007120 7000-NUEVA-ENTRADA.
007130     IF VAU-NUM-SERIES NOT < VAU-MAX-SERIES
007140         DISPLAY "DEMASIADAS SERIES PARA LA TABLA, MAXIMO "
007150             VAU-MAX-SERIES
007160         MOVE 12 TO RETURN-CODE
007170         STOP RUN.
007180     ADD 1 TO VAU-NUM-SERIES.
007190     MOVE SPACES TO VAU-ENT-FECHA (VAU-NUM-SERIES).
007200     MOVE 0 TO VAU-ENT-FILAS-ESP (VAU-NUM-SERIES).
007210     MOVE 0 TO VAU-ENT-TOTAL-ESP (VAU-NUM-SERIES).
007220     MOVE SPACES TO VAU-ENT-PRIMERO-ESP (VAU-NUM-SERIES).
007230     MOVE SPACES TO VAU-ENT-ULTIMO-ESP (VAU-NUM-SERIES).
007240     MOVE 0 TO VAU-ENT-FILAS-HALL (VAU-NUM-SERIES).
007250     MOVE 0 TO VAU-ENT-TOTAL-HALL (VAU-NUM-SERIES).
007260     MOVE SPACES TO VAU-ENT-PRIMERO-HALL (VAU-NUM-SERIES).
007270     MOVE SPACES TO VAU-ENT-ULTIMO-HALL (VAU-NUM-SERIES).
007280 7000-EXIT.
007290     EXIT.
007300
007310 8100-DEEDITAR.
007320     MOVE 0 TO VAU-DEED-ACUMULADO.
007330     MOVE 0 TO VAU-DEED-DECIMALES.
007340     MOVE "N" TO SW-DEED-PUNTO.
007350     MOVE 0 TO VAU-DEED-IND.
007360     PERFORM 8150-DEEDITAR-CARACTER THRU 8150-EXIT
007370         UNTIL VAU-DEED-IND NOT < 10.
007380     IF VAU-DEED-DECIMALES = 2
007390         COMPUTE VAU-DEED-VALOR = VAU-DEED-ACUMULADO / 100
007400     ELSE IF VAU-DEED-DECIMALES = 1
007410         COMPUTE VAU-DEED-VALOR = VAU-DEED-ACUMULADO / 10
007420     ELSE
007430         MOVE VAU-DEED-ACUMULADO TO VAU-DEED-VALOR.
007440 8100-EXIT.
007450     EXIT.
007460
007470 8150-DEEDITAR-CARACTER.
007480     ADD 1 TO VAU-DEED-IND.
007490     MOVE VAU-DEED-TEXTO (VAU-DEED-IND:1) TO VAU-DEED-CAR.
007500     IF VAU-DEED-CAR IS NUMERIC
007510         COMPUTE VAU-DEED-ACUMULADO =
007520             (VAU-DEED-ACUMULADO * 10) + VAU-DEED-CAR-NUM
007530         IF DEED-TRAS-PUNTO
007540             ADD 1 TO VAU-DEED-DECIMALES
007550         END-IF
007560     ELSE
007570         IF VAU-DEED-CAR = "."
007580             SET DEED-TRAS-PUNTO TO TRUE.
007590 8150-EXIT.
007600     EXIT.
007610
007620 END PROGRAM VERIAUD.

000400*                       LONGER COMES BACK SILENTLY SHORT.
000410*    2026-09-02  JA    THE AUDIT RECORD (LIVE AND ARCHIVED)
000420*                       NOW CARRIES THE RUN SERIAL.
000430*    2026-10-15  JA    THE AUDIT RECORD NOW CARRIES THE CURRENCY
000440*                       OF CONVERTED PRICE TABLES, SHOWN IN A NEW
000450*                       MONEDA COLUMN (BLANK FOR THE BASE
000460*                       CURRENCY).
000470*    ------------------------------------------------------------
000480*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. GENERIC.
000520 OBJECT-COMPUTER. GENERIC.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT ARCHIVO-AUDITORIA ASSIGN TO AUDITLOG
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS FS-AUDITORIA.
000590     SELECT ARCHIVO-MENSUAL ASSIGN TO DYNAMIC CSA-NOMB-ARCHIVO
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS FS-MENSUAL.
000630     SELECT PARM-CONSULTA ASSIGN TO CONSPARM
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS FS-PARM-CONSULTA.
000670     SELECT REPORTE-CONSULTA ASSIGN TO CONSREP
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         ACCESS MODE IS SEQUENTIAL
000700         FILE STATUS IS FS-REPORTE.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  ARCHIVO-AUDITORIA
000750     LABEL RECORDS ARE STANDARD.
000760 01  REG-AUDITORIA.
000770     05  AUD-FECHA              PIC X(10).
000780     05  FILLER                 PIC X(01).
000790     05  AUD-HORA               PIC X(08).
000800     05  FILLER                 PIC X(01).
000810     05  AUD-VALOR              PIC X(08).
000820     05  FILLER                 PIC X(01).
000830     05  AUD-MULTIPLICADOR      PIC 999.
000840     05  FILLER                 PIC X(01).
000850     05  AUD-VALOR-RESULTADO    PIC X(10).
000860     05  FILLER                 PIC X(01).
000870     05  AUD-SERIE              PIC 9(06).
000880     05  FILLER                 PIC X(01).
000890     05  AUD-MONEDA             PIC X(03).
000900
000910 FD  ARCHIVO-MENSUAL
000920     LABEL RECORDS ARE STANDARD.
000930 01  REG-MENSUAL.
000940     05  AM-FECHA               PIC X(10).
000950     05  FILLER                 PIC X(01).
000960     05  AM-HORA                PIC X(08).
000970     05  FILLER                 PIC X(01).
000980     05  AM-VALOR               PIC X(08).
000990     05  FILLER                 PIC X(01).
001000     05  AM-MULTIPLICADOR       PIC 999.
001010     05  FILLER                 PIC X(01).
001020     05  AM-VALOR-RESULTADO     PIC X(10).
001030     05  FILLER                 PIC X(01).
001040     05  AM-SERIE               PIC 9(06).
001050     05  FILLER                 PIC X(01).
001060     05  AM-MONEDA              PIC X(03).
001070
001080 FD  PARM-CONSULTA
001090     LABEL RECORDS ARE STANDARD.
001100 01  REG-PARM-CONSULTA          PIC X(10).
001110
001120 FD  REPORTE-CONSULTA
001130     LABEL RECORDS ARE STANDARD.
001140 01  REG-REPORTE                PIC X(80).
001150
001160 WORKING-STORAGE SECTION.
001170*
001180*    SWITCHES AND COUNTERS.
001190*
001200 77  FS-AUDITORIA               PIC X(02) VALUE "00".
001210 77  FS-PARM-CONSULTA           PIC X(02) VALUE "00".
001220 77  FS-REPORTE                 PIC X(02) VALUE "00".
001230 77  CSA-NUM-PAGINA             PIC 9(03) COMP VALUE 0.
001240 77  CSA-LIN-PAGINA             PIC 9(03) COMP VALUE 0.
001250 77  CSA-MAX-LIN-PAGINA         PIC 9(03) COMP VALUE 55.
001260 77  CSA-CONT-SELECCION         PIC 9(07) VALUE 0.
001270 77  FS-MENSUAL                 PIC X(02) VALUE "00".
001280 77  CSA-NOMB-ARCHIVO           PIC X(08).
001290 77  CSA-CONT-ARCHIVO           PIC 9(07) VALUE 0.
001300 77  CSA-MAX-MESES              PIC 9(03) COMP VALUE 240.
001310 77  CSA-NUM-MESES              PIC 9(03) COMP VALUE 0.
001320 77  CSA-ANIO-ACT               PIC 9(04) VALUE 0.
001330 77  CSA-MES-ACT                PIC 9(02) VALUE 0.
001340 77  CSA-ANIO-HASTA             PIC 9(04) VALUE 0.
001350 77  CSA-MES-HASTA              PIC 9(02) VALUE 0.
001360 77  CSA-MES-CORRIENTE          PIC 9(06) VALUE 0.
001370 77  CSA-MES-FIN                PIC 9(06) VALUE 0.
001380
001390 01  SW-FIN-AUDITORIA            PIC X(01) VALUE "N".
001400     88  FIN-AUDITORIA                     VALUE "S".
001410 01  SW-FIN-PARM                 PIC X(01) VALUE "N".
001420     88  FIN-PARM                          VALUE "S".
001430 01  SW-FIN-MENSUAL              PIC X(01) VALUE "N".
001440     88  FIN-MENSUAL                       VALUE "S".
001450
001460 01  CSA-FECHA-DESDE            PIC X(10) VALUE SPACES.
001470 01  CSA-FECHA-HASTA            PIC X(10) VALUE SPACES.
001480 01  CSA-VALOR-SELECCION        PIC X(08) VALUE SPACES.
001490 01  CSA-NUM-PARM               PIC 9(02) COMP VALUE 0.
001500
001510 01  LIN-ENCABEZADO-1.
001520     05  FILLER                 PIC X(22) VALUE
001530         "CONSULTA DE AUDITORIA ".
001540     05  FILLER                 PIC X(07) VALUE "DESDE: ".
001550     05  LE1-DESDE              PIC X(10).
001560     05  FILLER                 PIC X(08) VALUE " HASTA: ".
001570     05  LE1-HASTA              PIC X(10).
001580     05  FILLER                 PIC X(08) VALUE "  PAG.: ".
001590     05  LE1-PAGINA             PIC ZZ9.
001600     05  FILLER                 PIC X(12) VALUE SPACES.
001610 01  LIN-ENCABEZADO-2.
001620     05  FILLER                 PIC X(07) VALUE "VALOR: ".
001630     05  LE2-VALOR              PIC X(08).
001640     05  FILLER                 PIC X(65) VALUE SPACES.
001650 01  LIN-ENCABEZADO-3.
001660     05  FILLER                 PIC X(12) VALUE "FECHA".
001670     05  FILLER                 PIC X(10) VALUE "HORA".
001680     05  FILLER                 PIC X(10) VALUE "NUMERO".
001690     05  FILLER                 PIC X(15) VALUE "MULTIPLICADOR".
001700     05  FILLER                 PIC X(09) VALUE "RESULTADO".
001710     05  FILLER                 PIC X(02) VALUE SPACES.
001720     05  FILLER                 PIC X(06) VALUE "ORIGEN".
001730     05  FILLER                 PIC X(02) VALUE SPACES.
001740     05  FILLER                 PIC X(06) VALUE "MONEDA".
001750     05  FILLER                 PIC X(08) VALUE SPACES.
001760 01  LIN-DETALLE.
001770     05  LD-FECHA               PIC X(10).
001780     05  FILLER                 PIC X(02) VALUE SPACES.
001790     05  LD-HORA                PIC X(08).
001800     05  FILLER                 PIC X(02) VALUE SPACES.
001810     05  LD-VALOR               PIC X(08).
001820     05  FILLER                 PIC X(02) VALUE SPACES.
001830     05  LD-MULTIPLICADOR       PIC ZZ9.
001840     05  FILLER                 PIC X(12) VALUE SPACES.
001850     05  LD-VALOR-RESULTADO     PIC X(10).
001860     05  FILLER                 PIC X(02) VALUE SPACES.
001870     05  LD-ORIGEN              PIC X(04).
001880     05  FILLER                 PIC X(03) VALUE SPACES.
001890     05  LD-MONEDA              PIC X(03).
001900     05  FILLER                 PIC X(11) VALUE SPACES.
001910 01  LIN-CONTADOR.
001920     05  FILLER                 PIC X(22) VALUE
001930         "FILAS SELECCIONADAS:  ".
001940     05  LC-CONTADOR            PIC Z(06)9.
001950     05  FILLER                 PIC X(51) VALUE SPACES.
001960 01  LIN-CONT-ARCHIVO.
001970     05  FILLER                 PIC X(22) VALUE
001980         "FILAS DESDE ARCHIVO:  ".
001990     05  LCA-CONTADOR           PIC Z(06)9.
002000     05  FILLER                 PIC X(51) VALUE SPACES.
002010
002020 PROCEDURE DIVISION.
002030
002040 0000-MAINLINE.
002050     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002060     PERFORM 2500-RECORRER-ARCHIVOS THRU 2500-EXIT.
002070     PERFORM 2100-LEER-AUDITORIA THRU 2100-EXIT
002080         UNTIL FIN-AUDITORIA.
002090     PERFORM 5000-IMPRIMIR-CONTADOR THRU 5000-EXIT.
002100     CLOSE ARCHIVO-AUDITORIA.
002110     CLOSE REPORTE-CONSULTA.
002120     STOP RUN.
002130 0000-EXIT.
002140     EXIT.
002150*
002160*    READ THE DATE RANGE AND OPTIONAL VALOR SELECTION.  BOTH
002170*    DATES ARE REQUIRED; A HALF-STATED RANGE IS MORE LIKELY A
002180*    MISLAID PARAMETER THAN A DELIBERATE OPEN END.
002190*
002200 1000-INICIALIZAR.
002210     OPEN INPUT PARM-CONSULTA.
002220     IF FS-PARM-CONSULTA NOT = "00"
002230         DISPLAY "FALTA EL PARAMETRO DE CONSULTA (CONSPARM)."
002240         MOVE 12 TO RETURN-CODE
002250         STOP RUN.
002260     PERFORM 1100-LEER-PARAMETRO THRU 1100-EXIT
002270         UNTIL FIN-PARM.
002280     CLOSE PARM-CONSULTA.
002290     IF CSA-FECHA-DESDE = SPACES
002300        OR CSA-FECHA-HASTA = SPACES
002310         DISPLAY "LA CONSULTA NECESITA FECHA DESDE Y HASTA "
002320             "(AAAA-MM-DD, UNA POR REGISTRO)."
002330         MOVE 12 TO RETURN-CODE
002340         STOP RUN.
002350*
002360*    AUD-VALOR CARRIES THE EDITED Z9 FORM, SO THE TABLE OF 7 IS
002370*    STORED AS " 7".  A ONE-CHARACTER SELECTION IS RIGHT-
002380*    JUSTIFIED WITH A LEADING SPACE TO MATCH, THE SAME WAY THE
002390*    GENERATION RUN RIGHT-JUSTIFIES A ONE-DIGIT CONSOLE ENTRY.
002400*
002410     IF CSA-VALOR-SELECCION (1:1) NOT = SPACE
002420        AND CSA-VALOR-SELECCION (2:1) = SPACE
002430         MOVE CSA-VALOR-SELECCION (1:1)
002440             TO CSA-VALOR-SELECCION (2:1)
002450         MOVE SPACE TO CSA-VALOR-SELECCION (1:1)
002460     END-IF.
002470     OPEN INPUT ARCHIVO-AUDITORIA.
002480     PERFORM 6000-VERIFICAR-AUDITORIA THRU 6000-EXIT.
002490     OPEN OUTPUT REPORTE-CONSULTA.
002500     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
002510     PERFORM 3600-ENCABEZADO-REPORTE THRU 3600-EXIT.
002520 1000-EXIT.
002530     EXIT.
002540*
002550*    PARAMETER RECORDS IN ORDER: FROM DATE, TO DATE, OPTIONAL
002560*    VALOR.  ANYTHING BEYOND THE THIRD RECORD IS IGNORED.
002570*
002580 1100-LEER-PARAMETRO.
002590     READ PARM-CONSULTA
002600         AT END
002610             SET FIN-PARM TO TRUE
002620         NOT AT END
002630             ADD 1 TO CSA-NUM-PARM
002640             IF CSA-NUM-PARM = 1
002650                 MOVE REG-PARM-CONSULTA TO CSA-FECHA-DESDE
002660             ELSE IF CSA-NUM-PARM = 2
002670                 MOVE REG-PARM-CONSULTA TO CSA-FECHA-HASTA
002680             ELSE IF CSA-NUM-PARM = 3
002690                 MOVE REG-PARM-CONSULTA TO CSA-VALOR-SELECCION
002700             END-IF
002710     END-READ.
002720 1100-EXIT.
002730     EXIT.
002740*
002750*    AUD-FECHA IS AAAA-MM-DD, SO THE INCLUSIVE RANGE TEST IS A
002760*    PLAIN TEXT COMPARE.  THE VALOR TEST ONLY APPLIES WHEN A
002770*    SELECTION WAS GIVEN.
002780*
002790 2100-LEER-AUDITORIA.
002800     READ ARCHIVO-AUDITORIA
002810         AT END
002820             SET FIN-AUDITORIA TO TRUE
002830         NOT AT END
002840             IF AUD-FECHA NOT < CSA-FECHA-DESDE
002850                AND AUD-FECHA NOT > CSA-FECHA-HASTA
002860                AND (CSA-VALOR-SELECCION = SPACES
002870                     OR AUD-VALOR = CSA-VALOR-SELECCION)
002880                 PERFORM 3400-ESCRIBIR-DETALLE THRU 3400-EXIT
002890             END-IF
002900     END-READ.
002910 2100-EXIT.
002920     EXIT.
002930*
002940*    THE MONTHLY ARCHIVES COVERING THE REQUESTED RANGE, OLDEST
002950*    FIRST SO THE REPORT READS CHRONOLOGICALLY.  EACH MONTH'S
002960*    FILE IS NAMED FROM ITS YEAR AND MONTH UNDER THE PREFIX "A"
002970*    EXACTLY AS THE RETENTION SWEEP WRITES THEM; A MONTH NEVER
002980*    SWEPT HAS NO FILE AND IS SKIPPED WITHOUT COMMENT.
002990*
003000 2500-RECORRER-ARCHIVOS.
003010     MOVE CSA-FECHA-DESDE (1:4) TO CSA-ANIO-ACT.
003020     MOVE CSA-FECHA-DESDE (6:2) TO CSA-MES-ACT.
003030     MOVE CSA-FECHA-HASTA (1:4) TO CSA-ANIO-HASTA.
003040     MOVE CSA-FECHA-HASTA (6:2) TO CSA-MES-HASTA.
003050     COMPUTE CSA-MES-FIN =
003060         (CSA-ANIO-HASTA * 100) + CSA-MES-HASTA.
003070     COMPUTE CSA-MES-CORRIENTE =
003080         (CSA-ANIO-ACT * 100) + CSA-MES-ACT.
003090     PERFORM 2550-CONSULTAR-MES THRU 2550-EXIT
003100         UNTIL CSA-MES-CORRIENTE > CSA-MES-FIN
003110            OR CSA-NUM-MESES NOT < CSA-MAX-MESES.
003120 2500-EXIT.
003130     EXIT.
003140
003150 2550-CONSULTAR-MES.
003160     ADD 1 TO CSA-NUM-MESES.
003170     MOVE SPACES TO CSA-NOMB-ARCHIVO.
003180     STRING "A" CSA-ANIO-ACT CSA-MES-ACT
003190         DELIMITED BY SIZE
003200         INTO CSA-NOMB-ARCHIVO.
003210     OPEN INPUT ARCHIVO-MENSUAL.
003220     IF FS-MENSUAL NOT = "00"
003230         PERFORM 2650-AVANZAR-MES THRU 2650-EXIT
003240         GO TO 2550-EXIT.
003250     MOVE "N" TO SW-FIN-MENSUAL.
003260     PERFORM 2600-LEER-MENSUAL THRU 2600-EXIT
003270         UNTIL FIN-MENSUAL.
003280     CLOSE ARCHIVO-MENSUAL.
003290     PERFORM 2650-AVANZAR-MES THRU 2650-EXIT.
003300 2550-EXIT.
003310     EXIT.
003320*
003330*    SAME SELECTION AS THE LIVE LOG, ROW FOR ROW; ONLY THE
003340*    ORIGEN FLAG TELLS THE READER THE ROW CAME FROM ARCHIVE.
003350*
003360 2600-LEER-MENSUAL.
003370     READ ARCHIVO-MENSUAL
003380         AT END
003390             SET FIN-MENSUAL TO TRUE
003400         NOT AT END
003410             IF AM-FECHA NOT < CSA-FECHA-DESDE
003420                AND AM-FECHA NOT > CSA-FECHA-HASTA
003430                AND (CSA-VALOR-SELECCION = SPACES
003440                     OR AM-VALOR = CSA-VALOR-SELECCION)
003450                 PERFORM 3450-DETALLE-ARCHIVO THRU 3450-EXIT
003460             END-IF
003470     END-READ.
003480 2600-EXIT.
003490     EXIT.
003500
003510 2650-AVANZAR-MES.
003520     IF CSA-MES-ACT = 12
003530         ADD 1 TO CSA-ANIO-ACT
003540         MOVE 1 TO CSA-MES-ACT
003550     ELSE
003560         ADD 1 TO CSA-MES-ACT.
003570     COMPUTE CSA-MES-CORRIENTE =
003580         (CSA-ANIO-ACT * 100) + CSA-MES-ACT.
003590 2650-EXIT.
003600     EXIT.
003610*
003620*    SAME PAGE DISCIPLINE AS THE DESK-BINDER REPORT: HEADER,
003630*    SELECTION LINE, COLUMN HEADING, THEN DETAIL LINES UNTIL
003640*    THE PAGE IS FULL.
003650*
003660 3600-ENCABEZADO-REPORTE.
003670     ADD 1 TO CSA-NUM-PAGINA.
003680     MOVE CSA-FECHA-DESDE TO LE1-DESDE.
003690     MOVE CSA-FECHA-HASTA TO LE1-HASTA.
003700     MOVE CSA-NUM-PAGINA TO LE1-PAGINA.
003710     MOVE LIN-ENCABEZADO-1 TO REG-REPORTE.
003720     WRITE REG-REPORTE AFTER ADVANCING PAGE.
003730     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003740     IF CSA-VALOR-SELECCION = SPACES
003750         MOVE "TODOS" TO LE2-VALOR
003760     ELSE
003770         MOVE CSA-VALOR-SELECCION TO LE2-VALOR.
003780     MOVE LIN-ENCABEZADO-2 TO REG-REPORTE.
003790     WRITE REG-REPORTE.
003800     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003810     MOVE SPACES TO REG-REPORTE.
003820     WRITE REG-REPORTE.
003830     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003840     MOVE LIN-ENCABEZADO-3 TO REG-REPORTE.
003850     WRITE REG-REPORTE.
003860     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003870     MOVE 0 TO CSA-LIN-PAGINA.
003880 3600-EXIT.
003890     EXIT.
003900
003910 3400-ESCRIBIR-DETALLE.
003920     MOVE AUD-FECHA TO LD-FECHA.
003930     MOVE AUD-HORA TO LD-HORA.
003940     MOVE AUD-VALOR TO LD-VALOR.
003950     MOVE AUD-MULTIPLICADOR TO LD-MULTIPLICADOR.
003960     MOVE AUD-VALOR-RESULTADO TO LD-VALOR-RESULTADO.
003970     MOVE AUD-MONEDA TO LD-MONEDA.
003980     MOVE SPACES TO LD-ORIGEN.
003990     PERFORM 3500-GRABAR-DETALLE THRU 3500-EXIT.
004000 3400-EXIT.
004010     EXIT.
004020
004030 3450-DETALLE-ARCHIVO.
004040     MOVE AM-FECHA TO LD-FECHA.
004050     MOVE AM-HORA TO LD-HORA.
004060     MOVE AM-VALOR TO LD-VALOR.
004070     MOVE AM-MULTIPLICADOR TO LD-MULTIPLICADOR.
004080     MOVE AM-VALOR-RESULTADO TO LD-VALOR-RESULTADO.
004090     MOVE AM-MONEDA TO LD-MONEDA.
004100     MOVE "ARCH" TO LD-ORIGEN.
004110     ADD 1 TO CSA-CONT-ARCHIVO.
004120     PERFORM 3500-GRABAR-DETALLE THRU 3500-EXIT.
004130 3450-EXIT.
004140     EXIT.
004150
004160 3500-GRABAR-DETALLE.
004170     IF CSA-LIN-PAGINA NOT < CSA-MAX-LIN-PAGINA
004180         PERFORM 3600-ENCABEZADO-REPORTE THRU 3600-EXIT.
004190     MOVE LIN-DETALLE TO REG-REPORTE.
004200     WRITE REG-REPORTE.
004210     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
004220     ADD 1 TO CSA-LIN-PAGINA.
004230     ADD 1 TO CSA-CONT-SELECCION.
004240 3500-EXIT.
004250     EXIT.
004260*
004270*    THE COUNT OF ROWS SELECTED CLOSES THE REPORT, SO A ZERO
004280*    ANSWER IS A VISIBLE ANSWER AND NOT A MISSING PAGE.
004290*
004300 5000-IMPRIMIR-CONTADOR.
004310     MOVE SPACES TO REG-REPORTE.
004320     WRITE REG-REPORTE.
004330     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
004340     MOVE CSA-CONT-SELECCION TO LC-CONTADOR.
004350     MOVE LIN-CONTADOR TO REG-REPORTE.
004360     WRITE REG-REPORTE.
004370     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
004380     MOVE CSA-CONT-ARCHIVO TO LCA-CONTADOR.
004390     MOVE LIN-CONT-ARCHIVO TO REG-REPORTE.
004400     WRITE REG-REPORTE.
004410     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
004420 5000-EXIT.
004430     EXIT.
004440*
004450*    SHARED FILE-STATUS CHECKS, AS IN THE GENERATION RUN: AN
004460*    INQUIRY THE AUDITORS CANNOT TRUST IS WORSE THAN NONE.
004470*
004480 6000-VERIFICAR-AUDITORIA.
004490     IF FS-AUDITORIA NOT = "00"
004500         DISPLAY "ERROR EN EL ARCHIVO DE AUDITORIA, ESTADO "
004510             FS-AUDITORIA
004520         MOVE 12 TO RETURN-CODE
004530         STOP RUN.
004540 6000-EXIT.
004550     EXIT.
004560*
004570 6010-VERIFICAR-REPORTE.
004580     IF FS-REPORTE NOT = "00"
004590         DISPLAY "ERROR EN EL REPORTE DE CONSULTA, ESTADO "
004600             FS-REPORTE
004610         MOVE 12 TO RETURN-CODE
004620         STOP RUN.
004630 6010-EXIT.
004640     EXIT.
004650
004660 END PROGRAM CONSAUD.

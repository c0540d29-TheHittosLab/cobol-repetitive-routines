000400*                       AND A FILE THAT DOES NOT PROVE OUT
000410*                       ENDS WITH RETURN CODE 16; THE PRIOR
000420*                       GENERATION'S ENVELOPE IS SKIPPED.
000430*    2026-10-15  JA    INTERFACE ROWS NOW CARRY A CURRENCY CODE
000440*                       (BLANK FOR THE BASE CURRENCY).  A TABLE
000450*                       IS NOW KNOWN BY ITS VALOR AND CURRENCY,
000460*                       SO ROWS ARE MATCHED ON VALOR,
000470*                       MULTIPLICADOR AND CURRENCY, AND THE
000480*                       CURRENCY IS SHOWN ON EACH DIFFERENCE.
000490*    ------------------------------------------------------------
000500*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. GENERIC.
000540 OBJECT-COMPUTER. GENERIC.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT INTERFAZ-ANTERIOR ASSIGN TO INTERFANT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS FS-ANTERIOR.
000610     SELECT ARCHIVO-INTERFAZ ASSIGN TO INTERFAZ
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS FS-INTERFAZ.
000650     SELECT REPORTE-DIFERENCIAS ASSIGN TO DIFREP
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS FS-REPORTE.
000690     SELECT ARCHIVO-CTRL-EJEC ASSIGN TO RUNCTRL
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS FS-CTRL-EJEC.
000730     SELECT RESULTADO-COMPARA ASSIGN TO COMPESTA
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         ACCESS MODE IS SEQUENTIAL
000760         FILE STATUS IS FS-RESULTADO.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  INTERFAZ-ANTERIOR
000810     LABEL RECORDS ARE STANDARD.
000820 01  REG-ANTERIOR.
000830     05  ANT-TIPO               PIC X(01).
000840     05  FILLER                 PIC X(01).
000850     05  ANT-VALOR              PIC X(08).
000860     05  FILLER                 PIC X(01).
000870     05  ANT-MULTIPLICADOR      PIC 999.
000880     05  FILLER                 PIC X(01).
000890     05  ANT-VALOR-RESULTADO    PIC X(10).
000900     05  FILLER                 PIC X(01).
000910     05  ANT-CODIGO-ARTICULO    PIC X(08).
000920     05  FILLER                 PIC X(01).
000930     05  ANT-SERIE              PIC 9(06).
000940     05  FILLER                 PIC X(01).
000950     05  ANT-MONEDA             PIC X(03).
000960
000970 FD  ARCHIVO-INTERFAZ
000980     LABEL RECORDS ARE STANDARD.
000990 01  REG-INTERFAZ.
001000     05  IF-TIPO                PIC X(01).
001010     05  FILLER                 PIC X(01).
001020     05  IF-VALOR               PIC X(08).
001030     05  FILLER                 PIC X(01).
001040     05  IF-MULTIPLICADOR       PIC 999.
001050     05  FILLER                 PIC X(01).
001060     05  IF-VALOR-RESULTADO     PIC X(10).
001070     05  FILLER                 PIC X(01).
001080     05  IF-CODIGO-ARTICULO     PIC X(08).
001090     05  FILLER                 PIC X(01).
001100     05  IF-SERIE               PIC 9(06).
001110     05  FILLER                 PIC X(01).
001120     05  IF-MONEDA              PIC X(03).
001130 01  REG-INTERFAZ-PIE.
001140     05  PIE-TIPO               PIC X(01).
001150     05  FILLER                 PIC X(01).
001160     05  PIE-CONT               PIC 9(07).
001170     05  FILLER                 PIC X(01).
001180     05  PIE-TOTAL-ENT          PIC 9(09).
001190     05  PIE-PUNTO              PIC X(01).
001200     05  PIE-TOTAL-DEC          PIC 9(02).
001210     05  FILLER                 PIC X(01).
001220     05  PIE-SERIE              PIC 9(06).
001230
001240 FD  REPORTE-DIFERENCIAS
001250     LABEL RECORDS ARE STANDARD.
001260 01  REG-REPORTE                PIC X(80).
001270
001280 FD  ARCHIVO-CTRL-EJEC
001290     LABEL RECORDS ARE STANDARD.
001300 01  REG-CTRL-EJEC.
001310     05  CTR-SERIE              PIC 9(06).
001320     05  FILLER                 PIC X(01).
001330     05  CTR-ESTADO             PIC X(01).
001340     05  FILLER                 PIC X(01).
001350     05  CTR-FECHA              PIC X(10).
001360     05  FILLER                 PIC X(01).
001370     05  CTR-HORA               PIC X(08).
001380
001390 FD  RESULTADO-COMPARA
001400     LABEL RECORDS ARE STANDARD.
001410 01  REG-RESULTADO.
001420     05  RES-FECHA              PIC X(10).
001430     05  FILLER                 PIC X(01) VALUE SPACE.
001440     05  RES-SERIE              PIC 9(06).
001450     05  FILLER                 PIC X(01) VALUE SPACE.
001460     05  RES-CODIGO             PIC X(04).
001470
001480 WORKING-STORAGE SECTION.
001490*
001500*    SWITCHES AND COUNTERS.
001510*
001520 77  FS-ANTERIOR                PIC X(02) VALUE "00".
001530 77  FS-INTERFAZ                PIC X(02) VALUE "00".
001540 77  FS-REPORTE                 PIC X(02) VALUE "00".
001550 77  CIF-MAX-ENTRADAS           PIC 9(05) COMP VALUE 20000.
001560 77  CIF-NUM-ENTRADAS           PIC 9(05) COMP VALUE 0.
001570 77  CIF-IND                    PIC 9(05) COMP VALUE 0.
001580 77  CIF-MAX-VALORES            PIC 9(03) COMP VALUE 500.
001590 77  CIF-NUM-VAL-ACT            PIC 9(03) COMP VALUE 0.
001600 77  CIF-NUM-VAL-ANAD           PIC 9(03) COMP VALUE 0.
001610 77  CIF-NUM-VAL-SUPR           PIC 9(03) COMP VALUE 0.
001620 77  CIF-IND-VAL                PIC 9(03) COMP VALUE 0.
001630 77  CIF-IND-ANT                PIC 9(05) COMP VALUE 0.
001640 77  CIF-CONT-ANADIDOS          PIC 9(05) VALUE 0.
001650 77  CIF-CONT-SUPRIMIDOS        PIC 9(05) VALUE 0.
001660 77  CIF-CONT-DISTINTOS         PIC 9(05) VALUE 0.
001670 77  CIF-CONT-FILAS-NUEVAS      PIC 9(05) VALUE 0.
001680 77  CIF-CONT-FILAS-SUPR        PIC 9(05) VALUE 0.
001690 77  FS-CTRL-EJEC               PIC X(02) VALUE "00".
001700 77  CIF-SERIE                  PIC 9(06) VALUE 0.
001710 77  CIF-CONT-OTRA-SERIE        PIC 9(05) VALUE 0.
001720 77  FS-RESULTADO               PIC X(02) VALUE "00".
001730 77  CIF-CODIGO-RESULTADO       PIC X(04) VALUE "0012".
001740 77  CIF-CONT-DETALLE           PIC 9(07) VALUE 0.
001750 77  CIF-PIE-CONT               PIC 9(07) VALUE 0.
001760 77  CIF-TOTAL-ARCHIVO          PIC 9(11)V99 VALUE 0.
001770 77  CIF-PIE-TOTAL              PIC 9(11)V99 VALUE 0.
001780
001790*
001800*    A TABLE IS KNOWN BY ITS VALOR AND ITS CURRENCY: THE SAME
001810*    PRICE IN TWO CURRENCIES IS TWO TABLES.
001820*
001830 01  CIF-VALOR-BUSCADO.
001840     05  CIF-BUS-VALOR          PIC X(08) VALUE SPACES.
001850     05  CIF-BUS-MONEDA         PIC X(03) VALUE SPACES.
001860 01  SW-FIN-ANTERIOR             PIC X(01) VALUE "N".
001870     88  FIN-ANTERIOR                      VALUE "S".
001880 01  SW-FIN-INTERFAZ             PIC X(01) VALUE "N".
001890     88  FIN-INTERFAZ                      VALUE "S".
001900 01  SW-ENT-HALLADA              PIC X(01) VALUE "N".
001910     88  ENT-HALLADA                       VALUE "S".
001920 01  SW-VALOR-HALLADO            PIC X(01) VALUE "N".
001930     88  VALOR-HALLADO                     VALUE "S".
001940 01  SW-TABLA-LLENA              PIC X(01) VALUE "N".
001950     88  TABLA-LLENA                       VALUE "S".
001960 01  SW-VALORES-LLENOS           PIC X(01) VALUE "N".
001970     88  VALORES-LLENOS                    VALUE "S".
001980 01  SW-PIE-VISTO                PIC X(01) VALUE "N".
001990     88  PIE-VISTO                         VALUE "S".
002000 01  SW-DEED-PUNTO               PIC X(01) VALUE "N".
002010     88  DEED-TRAS-PUNTO                   VALUE "S".
002020*
002030*    IF-VALOR-RESULTADO IS EDITED TEXT, SO THE CONTROL TOTAL
002040*    IS BUILT BY DE-EDITING EACH ROW THE SAME WAY THE
002050*    BALANCING STEP DOES.
002060*
002070 01  CIF-DEEDITAR-TRABAJO.
002080     05  CIF-DEED-TEXTO         PIC X(10).
002090     05  CIF-DEED-IND           PIC 9(02) COMP.
002100     05  CIF-DEED-CAR           PIC X(01).
002110     05  CIF-DEED-CAR-NUM REDEFINES CIF-DEED-CAR PIC 9.
002120     05  CIF-DEED-ACUMULADO     PIC 9(11).
002130     05  CIF-DEED-DECIMALES     PIC 9    COMP.
002140     05  CIF-DEED-VALOR         PIC 9(09)V99.
002150
002160 01  CIF-FECHA-SISTEMA.
002170     05  CIF-ANIO               PIC 9(04).
002180     05  CIF-MES                PIC 9(02).
002190     05  CIF-DIA                PIC 9(02).
002200 01  CIF-FECHA-EDITADA.
002210     05  FE-ANIO                PIC 9(04).
002220     05  FILLER                 PIC X VALUE "-".
002230     05  FE-MES                 PIC 9(02).
002240     05  FILLER                 PIC X VALUE "-".
002250     05  FE-DIA                 PIC 9(02).
002260 01  CIF-EDITA-MULT             PIC ZZ9.
002270*
002280*    THE PRIOR GENERATION IS HELD IN STORAGE SO EACH CURRENT
002290*    ROW CAN BE MATCHED BY VALOR, CURRENCY AND MULTIPLICADOR;
002300*    WHATEVER REMAINS UNMATCHED WAS DROPPED SINCE LAST RUN.
002310*
002320 01  CIF-TABLA-ANTERIOR.
002330     05  CIF-ENTRADA OCCURS 20000 TIMES.
002340         10  CIF-ENT-CLAVE.
002350             15  CIF-ENT-VALOR  PIC X(08).
002360             15  CIF-ENT-MONEDA PIC X(03).
002370         10  CIF-ENT-MULT       PIC 999.
002380         10  CIF-ENT-RESULTADO  PIC X(10).
002390         10  CIF-ENT-CASADA     PIC X(01).
002400*
002410*    DISTINCT VALOR LISTS: THE VALORES PRESENT IN THE CURRENT
002420*    RUN, AND THE ONES ALREADY ANNOUNCED AS ADDED OR DROPPED SO
002430*    EACH NUMERO IS REPORTED ONCE, NOT ONCE PER ROW.
002440*
002450 01  CIF-TABLA-VAL-ACTUAL.
002460     05  CIF-VAL-ACT OCCURS 500 TIMES PIC X(11).
002470 01  CIF-TABLA-VAL-ANADIDO.
002480     05  CIF-VAL-ANAD OCCURS 500 TIMES PIC X(11).
002490 01  CIF-TABLA-VAL-SUPRIMIDO.
002500     05  CIF-VAL-SUPR OCCURS 500 TIMES PIC X(11).
002510
002520 01  LIN-TITULO.
002530     05  FILLER                 PIC X(37) VALUE
002540         "DIFERENCIAS DESDE LA ULTIMA EJECUCION".
002550     05  FILLER                 PIC X(02) VALUE SPACES.
002560     05  FILLER                 PIC X(07) VALUE "FECHA: ".
002570     05  LT-FECHA               PIC X(10).
002580     05  FILLER                 PIC X(24) VALUE SPACES.
002590 01  LIN-DIFERENCIA.
002600     05  LDIF-TIPO              PIC X(20).
002610     05  FILLER                 PIC X(02) VALUE SPACES.
002620     05  LDIF-VALOR             PIC X(08).
002630     05  FILLER                 PIC X(01) VALUE SPACES.
002640     05  LDIF-MONEDA            PIC X(03).
002650     05  FILLER                 PIC X(02) VALUE SPACES.
002660     05  LDIF-MULT              PIC X(03).
002670     05  LDIF-ROTULO-ANTES      PIC X(08).
002680     05  LDIF-ANTES             PIC X(10).
002690     05  LDIF-ROTULO-AHORA      PIC X(07).
002700     05  LDIF-AHORA             PIC X(10).
002710     05  FILLER                 PIC X(06) VALUE SPACES.
002720 01  LIN-TOTALES.
002730     05  LTOT-ETIQUETA          PIC X(26).
002740     05  FILLER                 PIC X(02) VALUE SPACES.
002750     05  LTOT-CONTADOR          PIC Z(06)9.
002760     05  FILLER                 PIC X(45) VALUE SPACES.
002770 01  LIN-VEREDICTO.
002780     05  LV-TEXTO               PIC X(45).
002790     05  FILLER                 PIC X(35) VALUE SPACES.
002800 01  LIN-AVISO.
002810     05  FILLER                 PIC X(45) VALUE
002820         "AVISO: MAS DE 500 NUMEROS, INFORME INCOMPLETO".
002830     05  FILLER                 PIC X(35) VALUE SPACES.
002840
002850 PROCEDURE DIVISION.
002860
002870 0000-MAINLINE.
002880     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002890     PERFORM 2100-CARGAR-ANTERIOR THRU 2100-EXIT
002900         UNTIL FIN-ANTERIOR.
002910     PERFORM 3100-LEER-ACTUAL THRU 3100-EXIT
002920         UNTIL FIN-INTERFAZ.
002930     PERFORM 3500-COMPROBAR-ENVOLTORIO THRU 3500-EXIT.
002940     PERFORM 4000-REPASAR-ANTERIOR THRU 4000-EXIT.
002950     PERFORM 5000-IMPRIMIR-RESUMEN THRU 5000-EXIT.
002960     CLOSE INTERFAZ-ANTERIOR.
002970     CLOSE ARCHIVO-INTERFAZ.
002980     CLOSE REPORTE-DIFERENCIAS.
002990     IF CIF-CONT-ANADIDOS = 0
003000        AND CIF-CONT-SUPRIMIDOS = 0
003010        AND CIF-CONT-DISTINTOS = 0
003020        AND CIF-CONT-FILAS-NUEVAS = 0
003030        AND CIF-CONT-FILAS-SUPR = 0
003040         MOVE "0000" TO CIF-CODIGO-RESULTADO
003050         MOVE 0 TO RETURN-CODE
003060     ELSE
003070         MOVE "0004" TO CIF-CODIGO-RESULTADO
003080         MOVE 4 TO RETURN-CODE.
003090     PERFORM 7700-GRABAR-RESULTADO THRU 7700-EXIT.
003100     STOP RUN.
003110 0000-EXIT.
003120     EXIT.
003130*
003140*    A MISSING GENERATION FILE IS THE FIRST RUN EVER: REPORT
003150*    THAT AND END CLEAN, SINCE THERE IS NOTHING TO COMPARE.
003160*
003170 1000-INICIALIZAR.
003180     ACCEPT CIF-FECHA-SISTEMA FROM DATE YYYYMMDD.
003190     MOVE CIF-ANIO TO FE-ANIO.
003200     MOVE CIF-MES TO FE-MES.
003210     MOVE CIF-DIA TO FE-DIA.
003220     PERFORM 1100-LEER-SERIE THRU 1100-EXIT.
003230     OPEN OUTPUT REPORTE-DIFERENCIAS.
003240     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003250     MOVE CIF-FECHA-EDITADA TO LT-FECHA.
003260     MOVE LIN-TITULO TO REG-REPORTE.
003270     WRITE REG-REPORTE.
003280     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003290     MOVE SPACES TO REG-REPORTE.
003300     WRITE REG-REPORTE.
003310     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003320     OPEN INPUT INTERFAZ-ANTERIOR.
003330     IF FS-ANTERIOR NOT = "00"
003340         MOVE "SIN GENERACION ANTERIOR, NADA QUE COMPARAR"
003350             TO LV-TEXTO
003360         MOVE LIN-VEREDICTO TO REG-REPORTE
003370         WRITE REG-REPORTE
003380         PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT
003390         CLOSE REPORTE-DIFERENCIAS
003400         MOVE "0000" TO CIF-CODIGO-RESULTADO
003410         PERFORM 7700-GRABAR-RESULTADO THRU 7700-EXIT
003420         MOVE 0 TO RETURN-CODE
003430         STOP RUN.
003440     OPEN INPUT ARCHIVO-INTERFAZ.
003450     PERFORM 6020-VERIFICAR-INTERFAZ THRU 6020-EXIT.
003460 1000-EXIT.
003470     EXIT.
003480*
003490*    THE SERIAL THE GENERATION RUN JUST CLOSED.  WITHOUT THE
003500*    CONTROL FILE EVERY CURRENT ROW IS COMPARED, AS BEFORE,
003510*    AND THE CONSOLE SAYS SO.
003520*
003530 1100-LEER-SERIE.
003540     OPEN INPUT ARCHIVO-CTRL-EJEC.
003550     IF FS-CTRL-EJEC NOT = "00"
003560         DISPLAY "SIN CONTROL DE EJECUCION (RUNCTRL), SE "
003570             "COMPARAN TODAS LAS FILAS"
003580         GO TO 1100-EXIT.
003590     READ ARCHIVO-CTRL-EJEC
003600         AT END
003610             DISPLAY "CONTROL DE EJECUCION VACIO, SE COMPARAN "
003620                 "TODAS LAS FILAS"
003630         NOT AT END
003640             IF CTR-SERIE IS NUMERIC
003650                 MOVE CTR-SERIE TO CIF-SERIE
003660             END-IF
003670     END-READ.
003680     CLOSE ARCHIVO-CTRL-EJEC.
003690 1100-EXIT.
003700     EXIT.
003710*
003720*    LOAD THE PRIOR GENERATION INTO THE MATCHING TABLE.
003730*
003740 2100-CARGAR-ANTERIOR.
003750     READ INTERFAZ-ANTERIOR
003760         AT END
003770             SET FIN-ANTERIOR TO TRUE
003780         NOT AT END
003790             IF ANT-TIPO = "H" OR ANT-TIPO = "T"
003800                 CONTINUE
003810             ELSE
003820                 PERFORM 2200-GUARDAR-ENTRADA THRU 2200-EXIT
003830             END-IF
003840     END-READ.
003850 2100-EXIT.
003860     EXIT.
003870
003880 2200-GUARDAR-ENTRADA.
003890     IF CIF-NUM-ENTRADAS < CIF-MAX-ENTRADAS
003900         ADD 1 TO CIF-NUM-ENTRADAS
003910         MOVE ANT-VALOR TO CIF-ENT-VALOR (CIF-NUM-ENTRADAS)
003920         MOVE ANT-MONEDA TO CIF-ENT-MONEDA (CIF-NUM-ENTRADAS)
003930         MOVE ANT-MULTIPLICADOR
003940             TO CIF-ENT-MULT (CIF-NUM-ENTRADAS)
003950         MOVE ANT-VALOR-RESULTADO
003960             TO CIF-ENT-RESULTADO (CIF-NUM-ENTRADAS)
003970         MOVE "N" TO CIF-ENT-CASADA (CIF-NUM-ENTRADAS)
003980     ELSE
003990         IF NOT TABLA-LLENA
004000             SET TABLA-LLENA TO TRUE
004010             DISPLAY "GENERACION ANTERIOR DEMASIADO GRANDE, "
004020                 "SOLO SE COMPARAN LAS PRIMERAS "
004030                 CIF-MAX-ENTRADAS " FILAS".
004040 2200-EXIT.
004050     EXIT.
004060*
004070*    ONE CURRENT ROW: FIND ITS PARTNER IN THE PRIOR GENERATION.
004080*    NO PARTNER AND AN UNKNOWN VALOR MEANS A NUMERO ADDED; NO
004090*    PARTNER UNDER A KNOWN VALOR IS JUST A WIDER TABLE, COUNTED
004100*    BUT NOT LISTED.  A PARTNER WITH A DIFFERENT RESULTADO IS
004110*    LISTED WITH BOTH VALUES.
004120*
004130 3100-LEER-ACTUAL.
004140     READ ARCHIVO-INTERFAZ
004150         AT END
004160             SET FIN-INTERFAZ TO TRUE
004170         NOT AT END
004180             IF IF-TIPO = "H"
004190                 CONTINUE
004200             ELSE IF IF-TIPO = "T"
004210                 SET PIE-VISTO TO TRUE
004220                 MOVE PIE-CONT TO CIF-PIE-CONT
004230                 COMPUTE CIF-PIE-TOTAL =
004240                     PIE-TOTAL-ENT + (PIE-TOTAL-DEC / 100)
004250             ELSE
004260                 ADD 1 TO CIF-CONT-DETALLE
004270                 MOVE IF-VALOR-RESULTADO TO CIF-DEED-TEXTO
004280                 PERFORM 8100-DEEDITAR THRU 8100-EXIT
004290                 ADD CIF-DEED-VALOR TO CIF-TOTAL-ARCHIVO
004300                 IF CIF-SERIE > 0
004310                    AND IF-SERIE NOT = CIF-SERIE
004320                     ADD 1 TO CIF-CONT-OTRA-SERIE
004330                 ELSE
004340                     PERFORM 3150-REGISTRAR-VALOR-ACTUAL
004350                         THRU 3150-EXIT
004360                     PERFORM 3200-COMPARAR-FILA THRU 3200-EXIT
004370                 END-IF
004380             END-IF
004390     END-READ.
004400 3100-EXIT.
004410     EXIT.
004420
004430 3150-REGISTRAR-VALOR-ACTUAL.
004440     MOVE IF-VALOR TO CIF-BUS-VALOR.
004450     MOVE IF-MONEDA TO CIF-BUS-MONEDA.
004460     PERFORM 7100-BUSCAR-VAL-ACTUAL THRU 7100-EXIT.
004470     IF NOT VALOR-HALLADO
004480         IF CIF-NUM-VAL-ACT < CIF-MAX-VALORES
004490             ADD 1 TO CIF-NUM-VAL-ACT
004500             MOVE CIF-VALOR-BUSCADO
004510                 TO CIF-VAL-ACT (CIF-NUM-VAL-ACT)
004520         ELSE
004530             PERFORM 7600-AVISAR-VALORES THRU 7600-EXIT.
004540 3150-EXIT.
004550     EXIT.
004560
004570 3200-COMPARAR-FILA.
004580     MOVE "N" TO SW-ENT-HALLADA.
004590     MOVE 0 TO CIF-IND.
004600     PERFORM 3250-BUSCAR-ENTRADA THRU 3250-EXIT
004610         UNTIL ENT-HALLADA
004620            OR CIF-IND NOT < CIF-NUM-ENTRADAS.
004630     IF ENT-HALLADA
004640         MOVE "S" TO CIF-ENT-CASADA (CIF-IND)
004650         IF CIF-ENT-RESULTADO (CIF-IND)
004660            NOT = IF-VALOR-RESULTADO
004670             ADD 1 TO CIF-CONT-DISTINTOS
004680             PERFORM 7250-LIMPIAR-DIFERENCIA THRU 7250-EXIT
004690             MOVE "RESULTADO DISTINTO" TO LDIF-TIPO
004700             MOVE "  ANTES " TO LDIF-ROTULO-ANTES
004710             MOVE " AHORA " TO LDIF-ROTULO-AHORA
004720             MOVE IF-VALOR TO LDIF-VALOR
004730             MOVE IF-MONEDA TO LDIF-MONEDA
004740             MOVE IF-MULTIPLICADOR TO CIF-EDITA-MULT
004750             MOVE CIF-EDITA-MULT TO LDIF-MULT
004760             MOVE CIF-ENT-RESULTADO (CIF-IND) TO LDIF-ANTES
004770             MOVE IF-VALOR-RESULTADO TO LDIF-AHORA
004780             PERFORM 7200-ESCRIBIR-DIFERENCIA THRU 7200-EXIT
004790         END-IF
004800     ELSE
004810         PERFORM 3300-FILA-SIN-PARTNER THRU 3300-EXIT.
004820 3200-EXIT.
004830     EXIT.
004840
004850 3250-BUSCAR-ENTRADA.
004860     ADD 1 TO CIF-IND.
004870     IF CIF-ENT-VALOR (CIF-IND) = IF-VALOR
004880        AND CIF-ENT-MULT (CIF-IND) = IF-MULTIPLICADOR
004890        AND CIF-ENT-MONEDA (CIF-IND) = IF-MONEDA
004900        AND CIF-ENT-CASADA (CIF-IND) = "N"
004910         SET ENT-HALLADA TO TRUE.
004920 3250-EXIT.
004930     EXIT.
004940*
004950*    A CURRENT ROW WITH NO PARTNER: IF THE PRIOR GENERATION
004960*    NEVER HAD THIS VALOR IN THIS CURRENCY IT IS A NUMERO ADDED,
004970*    REPORTED ONCE; OTHERWISE THE TABLE JUST GREW AND THE ROW IS
004980*    COUNTED.
004990*
005000 3300-FILA-SIN-PARTNER.
005010     MOVE IF-VALOR TO CIF-BUS-VALOR.
005020     MOVE IF-MONEDA TO CIF-BUS-MONEDA.
005030     PERFORM 7300-BUSCAR-VALOR-ANTERIOR THRU 7300-EXIT.
005040     IF VALOR-HALLADO
005050         ADD 1 TO CIF-CONT-FILAS-NUEVAS
005060     ELSE
005070         PERFORM 7400-BUSCAR-VAL-ANUNCIADO THRU 7400-EXIT
005080         IF NOT VALOR-HALLADO
005090             ADD 1 TO CIF-CONT-ANADIDOS
005100             IF CIF-NUM-VAL-ANAD < CIF-MAX-VALORES
005110                 ADD 1 TO CIF-NUM-VAL-ANAD
005120                 MOVE CIF-VALOR-BUSCADO
005130                     TO CIF-VAL-ANAD (CIF-NUM-VAL-ANAD)
005140             ELSE
005150                 PERFORM 7600-AVISAR-VALORES THRU 7600-EXIT
005160             END-IF
005170             PERFORM 7250-LIMPIAR-DIFERENCIA THRU 7250-EXIT
005180             MOVE "NUMERO ANADIDO" TO LDIF-TIPO
005190             MOVE IF-VALOR TO LDIF-VALOR
005200             MOVE IF-MONEDA TO LDIF-MONEDA
005210             PERFORM 7200-ESCRIBIR-DIFERENCIA THRU 7200-EXIT.
005220 3300-EXIT.
005230     EXIT.
005240*
005250*    WHATEVER THE CURRENT RUN LEFT UNMATCHED: A VALOR STILL
005260*    PRESENT MEANS THE TABLE SHRANK (COUNTED); A VALOR ABSENT
005270*    FROM THE WHOLE RUN IS THE SILENT DISAPPEARANCE THIS REPORT
005280*    EXISTS FOR, REPORTED ONCE PER NUMERO.
005290*
005300 4000-REPASAR-ANTERIOR.
005310     MOVE 0 TO CIF-IND.
005320     PERFORM 4100-REVISAR-ENTRADA THRU 4100-EXIT
005330         UNTIL CIF-IND NOT < CIF-NUM-ENTRADAS.
005340 4000-EXIT.
005350     EXIT.
005360
005370 4100-REVISAR-ENTRADA.
005380     ADD 1 TO CIF-IND.
005390     IF CIF-ENT-CASADA (CIF-IND) = "N"
005400         MOVE CIF-ENT-CLAVE (CIF-IND) TO CIF-VALOR-BUSCADO
005410         PERFORM 7100-BUSCAR-VAL-ACTUAL THRU 7100-EXIT
005420         IF VALOR-HALLADO
005430             ADD 1 TO CIF-CONT-FILAS-SUPR
005440         ELSE
005450             PERFORM 7500-BUSCAR-VAL-SUPRIMIDO THRU 7500-EXIT
005460             IF NOT VALOR-HALLADO
005470                 ADD 1 TO CIF-CONT-SUPRIMIDOS
005480                 IF CIF-NUM-VAL-SUPR < CIF-MAX-VALORES
005490                     ADD 1 TO CIF-NUM-VAL-SUPR
005500                     MOVE CIF-ENT-CLAVE (CIF-IND)
005510                         TO CIF-VAL-SUPR (CIF-NUM-VAL-SUPR)
005520                 ELSE
005530                     PERFORM 7600-AVISAR-VALORES THRU 7600-EXIT
005540                 END-IF
005550                 PERFORM 7250-LIMPIAR-DIFERENCIA THRU 7250-EXIT
005560                 MOVE "NUMERO SUPRIMIDO" TO LDIF-TIPO
005570                 MOVE CIF-ENT-VALOR (CIF-IND) TO LDIF-VALOR
005580                 MOVE CIF-ENT-MONEDA (CIF-IND) TO LDIF-MONEDA
005590                 PERFORM 7200-ESCRIBIR-DIFERENCIA THRU 7200-EXIT.
005600 4100-EXIT.
005610     EXIT.
005620*
005630*    COUNTS FOR EVERY CATEGORY, THEN THE ONE LINE THE MORNING
005640*    OPERATOR READS BEFORE RELEASING THE FILE.
005650*
005660 5000-IMPRIMIR-RESUMEN.
005670     MOVE SPACES TO REG-REPORTE.
005680     WRITE REG-REPORTE.
005690     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005700     MOVE "NUMEROS ANADIDOS" TO LTOT-ETIQUETA.
005710     MOVE CIF-CONT-ANADIDOS TO LTOT-CONTADOR.
005720     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
005730     MOVE "NUMEROS SUPRIMIDOS" TO LTOT-ETIQUETA.
005740     MOVE CIF-CONT-SUPRIMIDOS TO LTOT-CONTADOR.
005750     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
005760     MOVE "RESULTADOS DISTINTOS" TO LTOT-ETIQUETA.
005770     MOVE CIF-CONT-DISTINTOS TO LTOT-CONTADOR.
005780     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
005790     MOVE "FILAS NUEVAS (MISMO NUM)" TO LTOT-ETIQUETA.
005800     MOVE CIF-CONT-FILAS-NUEVAS TO LTOT-CONTADOR.
005810     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
005820     MOVE "FILAS SUPRIMIDAS (MISMO)" TO LTOT-ETIQUETA.
005830     MOVE CIF-CONT-FILAS-SUPR TO LTOT-CONTADOR.
005840     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
005850     MOVE "FILAS DE OTRA SERIE" TO LTOT-ETIQUETA.
005860     MOVE CIF-CONT-OTRA-SERIE TO LTOT-CONTADOR.
005870     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
005880     MOVE SPACES TO REG-REPORTE.
005890     WRITE REG-REPORTE.
005900     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005910     IF VALORES-LLENOS
005920         MOVE LIN-AVISO TO REG-REPORTE
005930         WRITE REG-REPORTE
005940         PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
005950     IF CIF-CONT-ANADIDOS = 0
005960        AND CIF-CONT-SUPRIMIDOS = 0
005970        AND CIF-CONT-DISTINTOS = 0
005980        AND CIF-CONT-FILAS-NUEVAS = 0
005990        AND CIF-CONT-FILAS-SUPR = 0
006000         MOVE "SIN DIFERENCIAS DESDE LA ULTIMA EJECUCION"
006010             TO LV-TEXTO
006020     ELSE
006030         MOVE "HAY DIFERENCIAS, REVISAR ANTES DE LIBERAR"
006040             TO LV-TEXTO.
006050     MOVE LIN-VEREDICTO TO REG-REPORTE.
006060     WRITE REG-REPORTE.
006070     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
006080 5000-EXIT.
006090     EXIT.
006100
006110 5100-LINEA-TOTAL.
006120     MOVE LIN-TOTALES TO REG-REPORTE.
006130     WRITE REG-REPORTE.
006140     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
006150 5100-EXIT.
006160     EXIT.
006170*
006180*    SHARED FILE-STATUS CHECKS.
006190*
006200 6010-VERIFICAR-REPORTE.
006210     IF FS-REPORTE NOT = "00"
006220         DISPLAY "ERROR EN EL REPORTE DE DIFERENCIAS, ESTADO "
006230             FS-REPORTE
006240         MOVE 12 TO RETURN-CODE
006250         STOP RUN.
006260 6010-EXIT.
006270     EXIT.
006280*
006290 6020-VERIFICAR-INTERFAZ.
006300     IF FS-INTERFAZ NOT = "00"
006310         DISPLAY "ERROR EN EL ARCHIVO DE INTERFAZ, ESTADO "
006320             FS-INTERFAZ
006330         MOVE 12 TO RETURN-CODE
006340         STOP RUN.
006350 6020-EXIT.
006360     EXIT.
006370*
006380*    ONE CONSOLE WARNING THE FIRST TIME ANY OF THE DISTINCT-
006390*    VALOR TABLES FILLS: PAST THAT POINT A VALOR STILL PRESENT
006400*    CAN BE MISREPORTED, SO THE REPORT SAYS SO INSTEAD OF BEING
006410*    SILENTLY WRONG.
006420*
006430 7600-AVISAR-VALORES.
006440     IF NOT VALORES-LLENOS
006450         SET VALORES-LLENOS TO TRUE
006460         DISPLAY "TABLA DE VALORES LLENA, EL INFORME DE "
006470             "DIFERENCIAS PUEDE SER INCOMPLETO".
006480 7600-EXIT.
006490     EXIT.
006500*
006510*    SMALL DISTINCT-VALOR LOOKUPS.  EACH SCANS ITS TABLE FOR
006520*    CIF-VALOR-BUSCADO AND LEAVES SW-VALOR-HALLADO SET.
006530*
006540 7100-BUSCAR-VAL-ACTUAL.
006550     MOVE "N" TO SW-VALOR-HALLADO.
006560     MOVE 0 TO CIF-IND-VAL.
006570     PERFORM 7150-PROBAR-VAL-ACTUAL THRU 7150-EXIT
006580         UNTIL VALOR-HALLADO
006590            OR CIF-IND-VAL NOT < CIF-NUM-VAL-ACT.
006600 7100-EXIT.
006610     EXIT.
006620
006630 7150-PROBAR-VAL-ACTUAL.
006640     ADD 1 TO CIF-IND-VAL.
006650     IF CIF-VAL-ACT (CIF-IND-VAL) = CIF-VALOR-BUSCADO
006660         SET VALOR-HALLADO TO TRUE.
006670 7150-EXIT.
006680     EXIT.
006690
006700*
006710*    BLANK ONLY THE NAMED FIELDS OF THE DIFFERENCE LINE; THE
006720*    CAPTION FILLERS KEEP THEIR VALUES.
006730*
006740 7250-LIMPIAR-DIFERENCIA.
006750     MOVE SPACES TO LDIF-TIPO.
006760     MOVE SPACES TO LDIF-VALOR.
006770     MOVE SPACES TO LDIF-MONEDA.
006780     MOVE SPACES TO LDIF-MULT.
006790     MOVE SPACES TO LDIF-ROTULO-ANTES.
006800     MOVE SPACES TO LDIF-ANTES.
006810     MOVE SPACES TO LDIF-ROTULO-AHORA.
006820     MOVE SPACES TO LDIF-AHORA.
006830 7250-EXIT.
006840     EXIT.
006850
006860 7200-ESCRIBIR-DIFERENCIA.
006870     MOVE LIN-DIFERENCIA TO REG-REPORTE.
006880     WRITE REG-REPORTE.
006890     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
006900 7200-EXIT.
006910     EXIT.
006920*
006930*    DOES THE PRIOR GENERATION CONTAIN THIS VALOR AND CURRENCY,
006940*    MATCHED OR NOT.
006950*
006960 7300-BUSCAR-VALOR-ANTERIOR.
006970     MOVE "N" TO SW-VALOR-HALLADO.
006980     MOVE 0 TO CIF-IND-ANT.
006990     PERFORM 7350-PROBAR-VALOR-ANTERIOR THRU 7350-EXIT
007000         UNTIL VALOR-HALLADO
007010            OR CIF-IND-ANT NOT < CIF-NUM-ENTRADAS.
007020 7300-EXIT.
007030     EXIT.
007040
007050 7350-PROBAR-VALOR-ANTERIOR.
007060     ADD 1 TO CIF-IND-ANT.
007070     IF CIF-ENT-CLAVE (CIF-IND-ANT) = CIF-VALOR-BUSCADO
007080         SET VALOR-HALLADO TO TRUE.
007090 7350-EXIT.
007100     EXIT.
007110
007120 7400-BUSCAR-VAL-ANUNCIADO.
007130     MOVE "N" TO SW-VALOR-HALLADO.
007140     MOVE 0 TO CIF-IND-VAL.
007150     PERFORM 7450-PROBAR-VAL-ANUNCIADO THRU 7450-EXIT
007160         UNTIL VALOR-HALLADO
007170            OR CIF-IND-VAL NOT < CIF-NUM-VAL-ANAD.
007180 7400-EXIT.
007190     EXIT.
007200
007210 7450-PROBAR-VAL-ANUNCIADO.
007220     ADD 1 TO CIF-IND-VAL.
007230     IF CIF-VAL-ANAD (CIF-IND-VAL) = CIF-VALOR-BUSCADO
007240         SET VALOR-HALLADO TO TRUE.
007250 7450-EXIT.
007260     EXIT.
007270
007280 7500-BUSCAR-VAL-SUPRIMIDO.
007290     MOVE "N" TO SW-VALOR-HALLADO.
007300     MOVE 0 TO CIF-IND-VAL.
007310     PERFORM 7550-PROBAR-VAL-SUPRIMIDO THRU 7550-EXIT
007320         UNTIL VALOR-HALLADO
007330            OR CIF-IND-VAL NOT < CIF-NUM-VAL-SUPR.
007340 7500-EXIT.
007350     EXIT.
007360
007370 7550-PROBAR-VAL-SUPRIMIDO.
007380     ADD 1 TO CIF-IND-VAL.
007390     IF CIF-VAL-SUPR (CIF-IND-VAL) = CIF-VALOR-BUSCADO
007400         SET VALOR-HALLADO TO TRUE.
007410 7550-EXIT.
007420     EXIT.
007430*
007440*    THE ONE-RECORD RESULT FILE THE RELEASE GATEKEEPER READS:
007450*    DATE, SERIAL AND VERDICT, REBUILT EVERY COMPARISON SO A
007460*    STALE VERDICT CAN NEVER RELEASE TODAY'S FILE.  A RESULT
007470*    THAT CANNOT BE WRITTEN IS REPORTED BUT NEVER CHANGES THE
007480*    VERDICT ALREADY DECIDED; THE GATEKEEPER TREATS A MISSING
007490*    RESULT AS A BLOCK.
007500*
007510 7700-GRABAR-RESULTADO.
007520     OPEN OUTPUT RESULTADO-COMPARA.
007530     IF FS-RESULTADO NOT = "00"
007540         DISPLAY "NO SE PUEDE GRABAR EL RESULTADO, ESTADO "
007550             FS-RESULTADO
007560         GO TO 7700-EXIT.
007570     MOVE SPACES TO REG-RESULTADO.
007580     MOVE CIF-FECHA-EDITADA TO RES-FECHA.
007590     MOVE CIF-SERIE TO RES-SERIE.
007600     MOVE CIF-CODIGO-RESULTADO TO RES-CODIGO.
007610     WRITE REG-RESULTADO.
007620     IF FS-RESULTADO NOT = "00"
007630         DISPLAY "NO SE PUEDE GRABAR EL RESULTADO, ESTADO "
007640             FS-RESULTADO.
007650     CLOSE RESULTADO-COMPARA.
007660 7700-EXIT.
007670     EXIT.
007680*
007690*    THE CURRENT FILE'S TRAILER MUST PROVE OUT BEFORE THE
007700*    DIFFERENCES MEAN ANYTHING: A TRUNCATED FILE WOULD READ AS
007710*    A FLOOD OF DROPPED ROWS.  A MISSING OR MISMATCHED TRAILER
007720*    ENDS THE COMPARISON WITH ITS OWN VERDICT AND RETURN CODE
007730*    16, DISTINCT FROM DIFFERENCES TO REVIEW.
007740*
007750 3500-COMPROBAR-ENVOLTORIO.
007760     IF PIE-VISTO
007770        AND CIF-PIE-CONT = CIF-CONT-DETALLE
007780        AND CIF-PIE-TOTAL = CIF-TOTAL-ARCHIVO
007790         GO TO 3500-EXIT.
007800     IF NOT PIE-VISTO
007810         DISPLAY "LA INTERFAZ NO TRAE TRAILER, ARCHIVO "
007820             "INCOMPLETO O ANTERIOR AL ENVOLTORIO"
007830     ELSE
007840         DISPLAY "EL TRAILER DE LA INTERFAZ NO CUADRA: "
007850             "FILAS " CIF-CONT-DETALLE " DE " CIF-PIE-CONT.
007860     MOVE "0016" TO CIF-CODIGO-RESULTADO.
007870     PERFORM 7700-GRABAR-RESULTADO THRU 7700-EXIT.
007880     MOVE 16 TO RETURN-CODE.
007890     STOP RUN.
007900 3500-EXIT.
007910     EXIT.
007920*
007930*    DE-EDIT ONE Z(5)9 OR Z(5)9.99 TEXT VALUE, AS THE
007940*    BALANCING STEP DOES.
007950*
007960 8100-DEEDITAR.
007970     MOVE 0 TO CIF-DEED-ACUMULADO.
007980     MOVE 0 TO CIF-DEED-DECIMALES.
007990     MOVE "N" TO SW-DEED-PUNTO.
008000     MOVE 0 TO CIF-DEED-IND.
008010     PERFORM 8150-DEEDITAR-CARACTER THRU 8150-EXIT
008020         UNTIL CIF-DEED-IND NOT < 10.
008030     IF CIF-DEED-DECIMALES = 2
008040         COMPUTE CIF-DEED-VALOR = CIF-DEED-ACUMULADO / 100
008050     ELSE IF CIF-DEED-DECIMALES = 1
008060         COMPUTE CIF-DEED-VALOR = CIF-DEED-ACUMULADO / 10
008070     ELSE
008080         MOVE CIF-DEED-ACUMULADO TO CIF-DEED-VALOR.
008090 8100-EXIT.
008100     EXIT.
008110
008120 8150-DEEDITAR-CARACTER.
008130     ADD 1 TO CIF-DEED-IND.
008140     MOVE CIF-DEED-TEXTO (CIF-DEED-IND:1) TO CIF-DEED-CAR.
008150     IF CIF-DEED-CAR IS NUMERIC
008160         COMPUTE CIF-DEED-ACUMULADO =
008170             (CIF-DEED-ACUMULADO * 10) + CIF-DEED-CAR-NUM
008180         IF DEED-TRAS-PUNTO
008190             ADD 1 TO CIF-DEED-DECIMALES
008200         END-IF
008210     ELSE
008220         IF CIF-DEED-CAR = "."
008230             SET DEED-TRAS-PUNTO TO TRUE.
008240 8150-EXIT.
008250     EXIT.
008260
008270 END PROGRAM COMPIFAZ.

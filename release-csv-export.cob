000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXPCSV.
000030 AUTHOR. J. ALVAREZ.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    COMMA-DELIMITED EXPORT OF THE RELEASED INTERFACE FILE.
000090*    FINANCE AND THE BRANCH OFFICES DO NOT RUN COBOL JOBS; THEY
000100*    CUT THE FIXED-LAYOUT LIBERADO FILE APART IN A SPREADSHEET
000110*    BY COLUMN POSITION, AND THE H/T ENVELOPE RECORDS AND THE
000120*    EDITED AMOUNTS WITH THEIR LEADING SPACES GET IN THE WAY.
000130*    THIS JOB RUNS AFTER THE GATEKEEPER HAS RELEASED THE FILE
000140*    AND WRITES A PLAIN CSV: ONE HEADING ROW, THEN ONE ROW PER
000150*    DETAIL RECORD WITH
000160*        TIPO, VALOR, MULTIPLICADOR, RESULTADO (A PLAIN NUMBER),
000170*        ITEM CODE, SERIAL, RUN DATE (FROM THE FILE HEADER) AND,
000180*        FOR PRICE ROWS, THE ITEM DESCRIPTION FROM ITEMMAST, AND
000190*        LAST THE CURRENCY CODE (EMPTY FOR THE BASE CURRENCY).
000200*    LEADING AND TRAILING BLANKS ARE DROPPED FROM EVERY FIELD;
000210*    THE DESCRIPTION IS QUOTED BECAUSE IT MAY HOLD A COMMA.
000220*
000230*    BEFORE A SINGLE ROW IS WRITTEN THE FILE MUST PROVE OUT THE
000240*    WAY THE GATEKEEPER PROVES IT: THE RUN CONTROL RECORD IS
000250*    CLOSED, THE HEADER AND TRAILER ARE BOTH PRESENT AND CARRY
000260*    THAT SERIAL, AND THE TRAILER'S DETAIL COUNT AND CONTROL
000270*    TOTAL MATCH THE ROWS ACTUALLY IN THE FILE.  A FILE THAT
000280*    DOES NOT PROVE OUT IS NOT EXPORTED AT ALL - THE CSV IS NOT
000290*    EVEN OPENED - AND THE JOB ENDS WITH RETURN CODE 16.
000300*
000310*    RETURN CODE 0 MEANS EXPORTED; 4 MEANS EXPORTED BUT SOME
000320*    ITEM CODES WERE NOT ON ITEMMAST (THEIR DESCRIPTION IS LEFT
000330*    EMPTY); 12 MEANS A FILE ERROR; 16 MEANS NOT EXPORTED.
000340*
000350*    MODIFICATION HISTORY.
000360*    ------------------------------------------------------------
000370*    DATE        INIT  DESCRIPTION
000380*    ------------------------------------------------------------
000390*    2026-10-15  JA    NEW PROGRAM.
000400*    2026-10-15  JA    NEW MONEDA COLUMN AT THE END OF EACH ROW
000410*                       FOR THE CURRENCY OF CONVERTED PRICE
000420*                       TABLES.
000430*    ------------------------------------------------------------
000440*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. GENERIC.
000480 OBJECT-COMPUTER. GENERIC.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ARCHIVO-CTRL-EJEC ASSIGN TO RUNCTRL
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS FS-CTRL-EJEC.
000550     SELECT INTERFAZ-LIBERADA ASSIGN TO LIBERADO
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS FS-LIBERADA.
000590     SELECT MAESTRO-ARTICULOS ASSIGN TO ITEMMAST
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS ART-CODIGO
000630         FILE STATUS IS FS-ARTICULOS.
000640     SELECT EXPORTACION-CSV ASSIGN TO LIBCSV
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS FS-CSV.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  ARCHIVO-CTRL-EJEC
000720     LABEL RECORDS ARE STANDARD.
000730 01  REG-CTRL-EJEC.
000740     05  CTR-SERIE              PIC 9(06).
000750     05  FILLER                 PIC X(01).
000760     05  CTR-ESTADO             PIC X(01).
000770     05  FILLER                 PIC X(01).
000780     05  CTR-FECHA              PIC X(10).
000790     05  FILLER                 PIC X(01).
000800     05  CTR-HORA               PIC X(08).
000810
000820 FD  INTERFAZ-LIBERADA
000830     LABEL RECORDS ARE STANDARD.
000840 01  REG-INTERFAZ.
000850     05  IF-TIPO                PIC X(01).
000860     05  FILLER                 PIC X(01).
000870     05  IF-VALOR               PIC X(08).
000880     05  FILLER                 PIC X(01).
000890     05  IF-MULTIPLICADOR       PIC 999.
000900     05  FILLER                 PIC X(01).
000910     05  IF-VALOR-RESULTADO     PIC X(10).
000920     05  FILLER                 PIC X(01).
000930     05  IF-CODIGO-ARTICULO     PIC X(08).
000940     05  FILLER                 PIC X(01).
000950     05  IF-SERIE               PIC 9(06).
000960     05  FILLER                 PIC X(01).
000970     05  IF-MONEDA              PIC X(03).
000980 01  REG-INTERFAZ-CAB.
000990     05  CAB-TIPO               PIC X(01).
001000     05  FILLER                 PIC X(01).
001010     05  CAB-FECHA              PIC X(10).
001020     05  FILLER                 PIC X(01).
001030     05  CAB-HORA               PIC X(08).
001040     05  FILLER                 PIC X(01).
001050     05  CAB-SERIE              PIC 9(06).
001060 01  REG-INTERFAZ-PIE.
001070     05  PIE-TIPO               PIC X(01).
001080     05  FILLER                 PIC X(01).
001090     05  PIE-CONT               PIC 9(07).
001100     05  FILLER                 PIC X(01).
001110     05  PIE-TOTAL-ENT          PIC 9(09).
001120     05  PIE-PUNTO              PIC X(01).
001130     05  PIE-TOTAL-DEC          PIC 9(02).
001140     05  FILLER                 PIC X(01).
001150     05  PIE-SERIE              PIC 9(06).
001160
001170 FD  MAESTRO-ARTICULOS
001180     LABEL RECORDS ARE STANDARD.
001190 01  REG-ARTICULO.
001200     05  ART-CODIGO             PIC X(08).
001210     05  ART-DESCRIPCION        PIC X(30).
001220     05  ART-NUM-PRECIOS        PIC 9(02).
001230     05  ART-PRECIO-VIG OCCURS 12 TIMES.
001240         10  ART-HIST-FECHA     PIC X(10).
001250         10  ART-HIST-PRECIO    PIC 9(03)V99.
001260     05  ART-NUM-TRAMOS         PIC 9(01).
001270     05  ART-TRAMO OCCURS 5 TIMES.
001280         10  ART-TRAMO-DESDE    PIC 9(03).
001290         10  ART-TRAMO-PRECIO   PIC 9(03)V99.
001300
001310 FD  EXPORTACION-CSV
001320     LABEL RECORDS ARE STANDARD.
001330 01  REG-CSV                    PIC X(132).
001340
001350 WORKING-STORAGE SECTION.
001360*
001370*    SWITCHES AND COUNTERS.
001380*
001390 77  FS-CTRL-EJEC               PIC X(02) VALUE "00".
001400 77  FS-LIBERADA                PIC X(02) VALUE "00".
001410 77  FS-ARTICULOS               PIC X(02) VALUE "00".
001420 77  FS-CSV                     PIC X(02) VALUE "00".
001430 77  EXP-SERIE                  PIC 9(06) VALUE 0.
001440 77  EXP-CAB-SERIE              PIC 9(06) VALUE 0.
001450 77  EXP-PIE-SERIE              PIC 9(06) VALUE 0.
001460 77  EXP-CONT-DETALLE           PIC 9(07) VALUE 0.
001470 77  EXP-PIE-CONT               PIC 9(07) VALUE 0.
001480 77  EXP-TOTAL-ARCHIVO          PIC 9(11)V99 VALUE 0.
001490 77  EXP-PIE-TOTAL              PIC 9(11)V99 VALUE 0.
001500 77  EXP-CONT-FILAS             PIC 9(07) VALUE 0.
001510 77  EXP-CONT-SIN-ARTICULO      PIC 9(07) VALUE 0.
001520 77  EXP-PUNTERO                PIC 9(03) COMP VALUE 0.
001530
001540 01  SW-FIN-LIBERADA             PIC X(01) VALUE "N".
001550     88  FIN-LIBERADA                      VALUE "S".
001560 01  SW-CAB-VISTA                PIC X(01) VALUE "N".
001570     88  CAB-VISTA                         VALUE "S".
001580 01  SW-PIE-VISTO                PIC X(01) VALUE "N".
001590     88  PIE-VISTO                         VALUE "S".
001600 01  SW-DEED-PUNTO               PIC X(01) VALUE "N".
001610     88  DEED-TRAS-PUNTO                   VALUE "S".
001620
001630 01  EXP-MOTIVO                 PIC X(40) VALUE SPACES.
001640 01  EXP-FECHA-EJECUCION        PIC X(10) VALUE SPACES.
001650 01  EXP-DESCRIPCION            PIC X(30) VALUE SPACES.
001660 01  EXP-EDITA-MULT             PIC ZZ9.
001670*
001680*    THE SAME DE-EDIT THE LOAD JOB USES TO PROVE THE TRAILER'S
001690*    CONTROL TOTAL.
001700*
001710 01  EXP-DEEDITAR-TRABAJO.
001720     05  EXP-DEED-TEXTO         PIC X(10).
001730     05  EXP-DEED-IND           PIC 9(02) COMP.
001740     05  EXP-DEED-CAR           PIC X(01).
001750     05  EXP-DEED-CAR-NUM REDEFINES EXP-DEED-CAR PIC 9.
001760     05  EXP-DEED-ACUMULADO     PIC 9(11).
001770     05  EXP-DEED-DECIMALES     PIC 9    COMP.
001780     05  EXP-DEED-VALOR         PIC 9(09)V99.
001790*
001800*    A FIELD STRIPPED OF ITS LEADING AND TRAILING BLANKS: THE
001810*    TEXT GOES IN EXP-CAMPO, AND EXP-CAMPO-INICIO / -LARGO COME
001820*    BACK POINTING AT WHAT IS LEFT (LENGTH 0 IF IT WAS BLANK).
001830*
001840 01  EXP-RECORTE-TRABAJO.
001850     05  EXP-CAMPO              PIC X(30).
001860     05  EXP-CAMPO-INICIO       PIC 9(02) COMP.
001870     05  EXP-CAMPO-FIN          PIC 9(02) COMP.
001880     05  EXP-CAMPO-LARGO        PIC 9(02) COMP.
001890     05  EXP-CAMPO-BLANCOS      PIC 9(02) COMP.
001900
001910 01  EXP-FILA-TITULOS.
001920     05  FILLER                 PIC X(35) VALUE
001930         "TIPO,VALOR,MULTIPLICADOR,RESULTADO,".
001940     05  FILLER                 PIC X(39) VALUE
001950         "ARTICULO,SERIE,FECHA,DESCRIPCION,MONEDA".
001960
001970 PROCEDURE DIVISION.
001980
001990 0000-MAINLINE.
002000     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002010     PERFORM 2000-COMPROBAR-ENVOLTORIO THRU 2000-EXIT.
002020     PERFORM 3000-EXPORTAR THRU 3000-EXIT.
002030     DISPLAY "EXPORTACION CSV DEL ARCHIVO LIBERADO TERMINADA".
002040     DISPLAY "SERIE:             " EXP-SERIE.
002050     DISPLAY "FILAS EXPORTADAS:  " EXP-CONT-FILAS.
002060     DISPLAY "SIN ARTICULO:      " EXP-CONT-SIN-ARTICULO.
002070     IF EXP-CONT-SIN-ARTICULO > 0
002080         MOVE 4 TO RETURN-CODE
002090     ELSE
002100         MOVE 0 TO RETURN-CODE.
002110     STOP RUN.
002120 0000-EXIT.
002130     EXIT.
002140*
002150*    THE SERIAL THE FILE MUST CARRY, FROM THE RUN CONTROL
002160*    RECORD, AS THE GATEKEEPER TAKES IT.  A RUN STILL OPEN
002170*    MEANS THE RELEASED FILE MAY BE ABOUT TO BE REPLACED.
002180*
002190 1000-INICIALIZAR.
002200     OPEN INPUT ARCHIVO-CTRL-EJEC.
002210     IF FS-CTRL-EJEC NOT = "00"
002220         MOVE "FALTA EL CONTROL DE EJECUCION (RUNCTRL)"
002230             TO EXP-MOTIVO
002240         GO TO 9000-RECHAZAR.
002250     READ ARCHIVO-CTRL-EJEC
002260         AT END
002270             MOVE "CONTROL DE EJECUCION VACIO" TO EXP-MOTIVO
002280     END-READ.
002290     CLOSE ARCHIVO-CTRL-EJEC.
002300     IF EXP-MOTIVO NOT = SPACES
002310         GO TO 9000-RECHAZAR.
002320     IF CTR-SERIE IS NOT NUMERIC
002330         MOVE "CONTROL DE EJECUCION ILEGIBLE" TO EXP-MOTIVO
002340         GO TO 9000-RECHAZAR.
002350     IF CTR-ESTADO NOT = "C"
002360         MOVE "LA EJECUCION SIGUE ABIERTA" TO EXP-MOTIVO
002370         GO TO 9000-RECHAZAR.
002380     MOVE CTR-SERIE TO EXP-SERIE.
002390 1000-EXIT.
002400     EXIT.
002410*
002420*    PRE-PASS OVER THE RELEASED FILE.  NOTHING IS WRITTEN
002430*    UNTIL THE HEADER, THE TRAILER, THE COUNT, THE CONTROL
002440*    TOTAL AND THE SERIAL ALL PROVE OUT.
002450*
002460 2000-COMPROBAR-ENVOLTORIO.
002470     OPEN INPUT INTERFAZ-LIBERADA.
002480     IF FS-LIBERADA NOT = "00"
002490         MOVE "FALTA EL ARCHIVO LIBERADO" TO EXP-MOTIVO
002500         GO TO 9000-RECHAZAR.
002510     PERFORM 2100-LEER-COMPROBACION THRU 2100-EXIT
002520         UNTIL FIN-LIBERADA.
002530     CLOSE INTERFAZ-LIBERADA.
002540     MOVE "N" TO SW-FIN-LIBERADA.
002550     IF NOT CAB-VISTA
002560         MOVE "HEADER AUSENTE" TO EXP-MOTIVO
002570     ELSE IF NOT PIE-VISTO
002580         MOVE "TRAILER AUSENTE" TO EXP-MOTIVO
002590     ELSE IF EXP-PIE-CONT NOT = EXP-CONT-DETALLE
002600         MOVE "CUENTA NO CUADRA" TO EXP-MOTIVO
002610     ELSE IF EXP-PIE-TOTAL NOT = EXP-TOTAL-ARCHIVO
002620         MOVE "TOTAL DE CONTROL NO CUADRA" TO EXP-MOTIVO
002630     ELSE IF EXP-CAB-SERIE NOT = EXP-SERIE
002640        OR EXP-PIE-SERIE NOT = EXP-SERIE
002650         MOVE "SERIE DISTINTA" TO EXP-MOTIVO.
002660     IF EXP-MOTIVO NOT = SPACES
002670         DISPLAY "FILAS " EXP-CONT-DETALLE " DE " EXP-PIE-CONT
002680             ", SERIE " EXP-PIE-SERIE " DE " EXP-SERIE
002690         GO TO 9000-RECHAZAR.
002700 2000-EXIT.
002710     EXIT.
002720
002730 2100-LEER-COMPROBACION.
002740     READ INTERFAZ-LIBERADA
002750         AT END
002760             SET FIN-LIBERADA TO TRUE
002770         NOT AT END
002780             IF IF-TIPO = "H"
002790                 SET CAB-VISTA TO TRUE
002800                 MOVE CAB-FECHA TO EXP-FECHA-EJECUCION
002810                 IF CAB-SERIE IS NUMERIC
002820                     MOVE CAB-SERIE TO EXP-CAB-SERIE
002830                 END-IF
002840             ELSE IF IF-TIPO = "T"
002850                 SET PIE-VISTO TO TRUE
002860                 MOVE PIE-CONT TO EXP-PIE-CONT
002870                 COMPUTE EXP-PIE-TOTAL =
002880                     PIE-TOTAL-ENT + (PIE-TOTAL-DEC / 100)
002890                 IF PIE-SERIE IS NUMERIC
002900                     MOVE PIE-SERIE TO EXP-PIE-SERIE
002910                 END-IF
002920             ELSE
002930                 ADD 1 TO EXP-CONT-DETALLE
002940                 MOVE IF-VALOR-RESULTADO TO EXP-DEED-TEXTO
002950                 PERFORM 8100-DEEDITAR THRU 8100-EXIT
002960                 ADD EXP-DEED-VALOR TO EXP-TOTAL-ARCHIVO
002970             END-IF
002980     END-READ.
002990 2100-EXIT.
003000     EXIT.
003010*
003020*    THE FILE PROVED OUT: WRITE THE HEADING ROW AND ONE ROW
003030*    PER DETAIL RECORD.
003040*
003050 3000-EXPORTAR.
003060     OPEN INPUT MAESTRO-ARTICULOS.
003070     PERFORM 6060-VERIFICAR-ARTICULOS THRU 6060-EXIT.
003080     OPEN INPUT INTERFAZ-LIBERADA.
003090     PERFORM 6020-VERIFICAR-LIBERADA THRU 6020-EXIT.
003100     OPEN OUTPUT EXPORTACION-CSV.
003110     PERFORM 6010-VERIFICAR-CSV THRU 6010-EXIT.
003120     MOVE EXP-FILA-TITULOS TO REG-CSV.
003130     WRITE REG-CSV.
003140     PERFORM 6010-VERIFICAR-CSV THRU 6010-EXIT.
003150     PERFORM 3100-LEER-DETALLE THRU 3100-EXIT
003160         UNTIL FIN-LIBERADA.
003170     CLOSE INTERFAZ-LIBERADA.
003180     CLOSE MAESTRO-ARTICULOS.
003190     CLOSE EXPORTACION-CSV.
003200 3000-EXIT.
003210     EXIT.
003220
003230 3100-LEER-DETALLE.
003240     READ INTERFAZ-LIBERADA
003250         AT END
003260             SET FIN-LIBERADA TO TRUE
003270         NOT AT END
003280             IF IF-TIPO NOT = "H"
003290                AND IF-TIPO NOT = "T"
003300                 PERFORM 3200-ESCRIBIR-FILA THRU 3200-EXIT
003310             END-IF
003320     END-READ.
003330 3100-EXIT.
003340     EXIT.
003350*
003360*    BUILD ONE ROW FIELD BY FIELD.  A DOUBLE QUOTE INSIDE A
003370*    DESCRIPTION WOULD BREAK THE QUOTING, SO IT IS TURNED INTO
003380*    A SINGLE QUOTE.
003390*
003400 3200-ESCRIBIR-FILA.
003410     MOVE SPACES TO REG-CSV.
003420     MOVE 1 TO EXP-PUNTERO.
003430     MOVE IF-TIPO TO EXP-CAMPO.
003440     PERFORM 3300-AGREGAR-CAMPO THRU 3300-EXIT.
003450     MOVE IF-VALOR TO EXP-CAMPO.
003460     PERFORM 3300-AGREGAR-CAMPO THRU 3300-EXIT.
003470     MOVE IF-MULTIPLICADOR TO EXP-EDITA-MULT.
003480     MOVE EXP-EDITA-MULT TO EXP-CAMPO.
003490     PERFORM 3300-AGREGAR-CAMPO THRU 3300-EXIT.
003500     MOVE IF-VALOR-RESULTADO TO EXP-CAMPO.
003510     PERFORM 3300-AGREGAR-CAMPO THRU 3300-EXIT.
003520     MOVE IF-CODIGO-ARTICULO TO EXP-CAMPO.
003530     PERFORM 3300-AGREGAR-CAMPO THRU 3300-EXIT.
003540     MOVE IF-SERIE TO EXP-CAMPO.
003550     PERFORM 3300-AGREGAR-CAMPO THRU 3300-EXIT.
003560     MOVE EXP-FECHA-EJECUCION TO EXP-CAMPO.
003570     PERFORM 3300-AGREGAR-CAMPO THRU 3300-EXIT.
003580     PERFORM 3400-BUSCAR-DESCRIPCION THRU 3400-EXIT.
003590     INSPECT EXP-DESCRIPCION REPLACING ALL QUOTE BY "'".
003600     MOVE EXP-DESCRIPCION TO EXP-CAMPO.
003610     PERFORM 8300-RECORTAR THRU 8300-EXIT.
003620     STRING QUOTE DELIMITED BY SIZE
003630         INTO REG-CSV WITH POINTER EXP-PUNTERO.
003640     IF EXP-CAMPO-LARGO > 0
003650         STRING EXP-CAMPO (EXP-CAMPO-INICIO:EXP-CAMPO-LARGO)
003660             DELIMITED BY SIZE
003670             INTO REG-CSV WITH POINTER EXP-PUNTERO.
003680     STRING QUOTE DELIMITED BY SIZE
003690         INTO REG-CSV WITH POINTER EXP-PUNTERO.
003700     STRING "," DELIMITED BY SIZE
003710         INTO REG-CSV WITH POINTER EXP-PUNTERO.
003720     MOVE IF-MONEDA TO EXP-CAMPO.
003730     PERFORM 8300-RECORTAR THRU 8300-EXIT.
003740     IF EXP-CAMPO-LARGO > 0
003750         STRING EXP-CAMPO (EXP-CAMPO-INICIO:EXP-CAMPO-LARGO)
003760             DELIMITED BY SIZE
003770             INTO REG-CSV WITH POINTER EXP-PUNTERO.
003780     WRITE REG-CSV.
003790     PERFORM 6010-VERIFICAR-CSV THRU 6010-EXIT.
003800     ADD 1 TO EXP-CONT-FILAS.
003810 3200-EXIT.
003820     EXIT.
003830*
003840*    ONE UNQUOTED FIELD, STRIPPED, FOLLOWED BY ITS COMMA.
003850*
003860 3300-AGREGAR-CAMPO.
003870     PERFORM 8300-RECORTAR THRU 8300-EXIT.
003880     IF EXP-CAMPO-LARGO > 0
003890         STRING EXP-CAMPO (EXP-CAMPO-INICIO:EXP-CAMPO-LARGO)
003900             DELIMITED BY SIZE
003910             INTO REG-CSV WITH POINTER EXP-PUNTERO.
003920     STRING "," DELIMITED BY SIZE
003930         INTO REG-CSV WITH POINTER EXP-PUNTERO.
003940 3300-EXIT.
003950     EXIT.
003960*
003970*    ONLY PRICE ROWS STAMPED WITH AN ITEM CODE HAVE A
003980*    DESCRIPTION.  A CODE NO LONGER ON THE MASTER LEAVES IT
003990*    EMPTY AND IS COUNTED.
004000*
004010 3400-BUSCAR-DESCRIPCION.
004020     MOVE SPACES TO EXP-DESCRIPCION.
004030     IF IF-TIPO NOT = "D"
004040        OR IF-CODIGO-ARTICULO = SPACES
004050         GO TO 3400-EXIT.
004060     MOVE IF-CODIGO-ARTICULO TO ART-CODIGO.
004070     READ MAESTRO-ARTICULOS
004080         INVALID KEY
004090             ADD 1 TO EXP-CONT-SIN-ARTICULO
004100             DISPLAY "ARTICULO NO ENCONTRADO EN ITEMMAST: "
004110                 IF-CODIGO-ARTICULO
004120             GO TO 3400-EXIT
004130     END-READ.
004140     PERFORM 6060-VERIFICAR-ARTICULOS THRU 6060-EXIT.
004150     MOVE ART-DESCRIPCION TO EXP-DESCRIPCION.
004160 3400-EXIT.
004170     EXIT.
004180*
004190*    SHARED FILE-STATUS CHECKS.
004200*
004210 6010-VERIFICAR-CSV.
004220     IF FS-CSV NOT = "00"
004230         DISPLAY "ERROR EN EL ARCHIVO CSV, ESTADO " FS-CSV
004240         MOVE 12 TO RETURN-CODE
004250         STOP RUN.
004260 6010-EXIT.
004270     EXIT.
004280*
004290 6020-VERIFICAR-LIBERADA.
004300     IF FS-LIBERADA NOT = "00"
004310         DISPLAY "ERROR EN EL ARCHIVO LIBERADO, ESTADO "
004320             FS-LIBERADA
004330         MOVE 12 TO RETURN-CODE
004340         STOP RUN.
004350 6020-EXIT.
004360     EXIT.
004370*
004380 6060-VERIFICAR-ARTICULOS.
004390     IF FS-ARTICULOS NOT = "00"
004400         DISPLAY "ERROR EN EL MAESTRO DE ARTICULOS, ESTADO "
004410             FS-ARTICULOS
004420         MOVE 12 TO RETURN-CODE
004430         STOP RUN.
004440 6060-EXIT.
004450     EXIT.
004460*
004470*    THE LOAD JOB'S DE-EDIT: DIGITS ACCUMULATE, A POINT STARTS
004480*    THE DECIMALS, ANYTHING ELSE IS SKIPPED.
004490*
004500 8100-DEEDITAR.
004510     MOVE 0 TO EXP-DEED-ACUMULADO.
004520     MOVE 0 TO EXP-DEED-DECIMALES.
004530     MOVE "N" TO SW-DEED-PUNTO.
004540     MOVE 0 TO EXP-DEED-IND.
004550     PERFORM 8150-DEEDITAR-CARACTER THRU 8150-EXIT
004560         UNTIL EXP-DEED-IND NOT < 10.
004570     IF EXP-DEED-DECIMALES = 2
004580         COMPUTE EXP-DEED-VALOR = EXP-DEED-ACUMULADO / 100
004590     ELSE IF EXP-DEED-DECIMALES = 1
004600         COMPUTE EXP-DEED-VALOR = EXP-DEED-ACUMULADO / 10
004610     ELSE
004620         MOVE EXP-DEED-ACUMULADO TO EXP-DEED-VALOR.
004630 8100-EXIT.
004640     EXIT.
004650
004660 8150-DEEDITAR-CARACTER.
004670     ADD 1 TO EXP-DEED-IND.
004680     MOVE EXP-DEED-TEXTO (EXP-DEED-IND:1) TO EXP-DEED-CAR.
004690     IF EXP-DEED-CAR IS NUMERIC
004700         COMPUTE EXP-DEED-ACUMULADO =
004710             (EXP-DEED-ACUMULADO * 10) + EXP-DEED-CAR-NUM
004720         IF DEED-TRAS-PUNTO
004730             ADD 1 TO EXP-DEED-DECIMALES
004740         END-IF
004750     ELSE
004760         IF EXP-DEED-CAR = "."
004770             SET DEED-TRAS-PUNTO TO TRUE.
004780 8150-EXIT.
004790     EXIT.
004800*
004810*    STRIP EXP-CAMPO: COUNT THE LEADING BLANKS, THEN WALK BACK
004820*    FROM THE END TO THE LAST NON-BLANK.
004830*
004840 8300-RECORTAR.
004850     MOVE 0 TO EXP-CAMPO-BLANCOS.
004860     MOVE 0 TO EXP-CAMPO-LARGO.
004870     INSPECT EXP-CAMPO TALLYING EXP-CAMPO-BLANCOS
004880         FOR LEADING SPACES.
004890     IF EXP-CAMPO-BLANCOS NOT < 30
004900         GO TO 8300-EXIT.
004910     COMPUTE EXP-CAMPO-INICIO = EXP-CAMPO-BLANCOS + 1.
004920     MOVE 30 TO EXP-CAMPO-FIN.
004930     PERFORM 8350-RETROCEDER THRU 8350-EXIT
004940         UNTIL EXP-CAMPO (EXP-CAMPO-FIN:1) NOT = SPACE.
004950     COMPUTE EXP-CAMPO-LARGO =
004960         EXP-CAMPO-FIN - EXP-CAMPO-INICIO + 1.
004970 8300-EXIT.
004980     EXIT.
004990
005000 8350-RETROCEDER.
005010     SUBTRACT 1 FROM EXP-CAMPO-FIN.
005020 8350-EXIT.
005030     EXIT.
005040*
005050*    THE FILE DID NOT PROVE OUT.  NOTHING HAS BEEN WRITTEN;
005060*    SAY WHY AND STOP WITH THE ENVELOPE-FAILURE CODE.
005070*
005080 9000-RECHAZAR.
005090     DISPLAY "EXPORTACION RECHAZADA: " EXP-MOTIVO.
005100     DISPLAY "NO SE HA ESCRITO EL ARCHIVO CSV.".
005110     MOVE 16 TO RETURN-CODE.
005120     STOP RUN.
005130 9000-EXIT.
005140     EXIT.
005150
005160 END PROGRAM EXPCSV.

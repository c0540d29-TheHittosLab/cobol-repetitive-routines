000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MANTITEM.
000030 AUTHOR. J. ALVAREZ.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    TRANSACTION MAINTENANCE FOR THE ITEM PRICE MASTER.  THE
000090*    LOAD JOB CAN ONLY TAKE WHOLE PRICE SHEETS; IT CANNOT
000100*    DELETE AN ITEM, FIX A DESCRIPTION, REMOVE ONE WRONG DATED
000110*    PRICE ROW OR CHANGE ONE TIER.  THIS JOB TAKES ONE CHANGE
000120*    PER TRANSACTION RECORD AT ONE OF THREE LEVELS:
000130*        I - THE ITEM ITSELF (ITS DESCRIPTION)
000140*        P - ONE DATED ROW OF THE PRICE HISTORY, NAMED BY ITS
000150*            EFFECTIVE DATE
000160*        T - ONE QUANTITY-BREAK TIER, NAMED BY ITS FROM-
000170*            QUANTITY
000180*    WITH ACTION A (ADD), C (CHANGE) OR B (DELETE), AND THE
000190*    USER WHO ASKED FOR IT.  EACH TRANSACTION IS VALIDATED ON
000200*    ITS OWN; A REJECTED ONE LEAVES THE MASTER UNTOUCHED AND
000210*    THE RUN GOES ON WITH THE NEXT.
000220*
000230*    EVERY APPLIED TRANSACTION APPENDS TO THE CHANGE JOURNAL
000240*    THE ITEM RECORD AS IT WAS BEFORE (WHEN IT EXISTED) AND AS
000250*    IT IS AFTER (WHEN IT STILL EXISTS), STAMPED WITH THE
000260*    DATE, TIME, USER AND TRANSACTION NUMBER, SO PRICING CAN
000270*    ANSWER "WHO CHANGED THIS PRICE AND WHAT WAS IT BEFORE".
000280*    THE REGISTER LISTS EVERY TRANSACTION AS APPLIED OR
000290*    REJECTED, WITH THE REASON FOR EACH REJECTION.
000300*
000310*    THE PRICE HISTORY IS KEPT NEWEST FIRST AND THE TIERS IN
000320*    ASCENDING FROM-QUANTITY.  UNLIKE THE LOAD, AN ADDED PRICE
000330*    ROW NEVER PUSHES THE OLDEST ONE OFF A FULL HISTORY: A
000340*    MAINTENANCE JOB THAT LOSES A ROW NOBODY ASKED TO DELETE
000350*    WOULD DEFEAT THE JOURNAL, SO THE ADD IS REJECTED INSTEAD.
000360*
000370*    RETURN CODE 0 MEANS EVERY TRANSACTION WAS APPLIED; 4
000380*    MEANS SOME WERE REJECTED; 12 MEANS A FILE ERROR.
000390*
000400*    MODIFICATION HISTORY.
000410*    ------------------------------------------------------------
000420*    DATE        INIT  DESCRIPTION
000430*    ------------------------------------------------------------
000440*    2026-10-15  JA    NEW PROGRAM.
000450*    ------------------------------------------------------------
000460*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. GENERIC.
000500 OBJECT-COMPUTER. GENERIC.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT ENTRADA-TRANSACCIONES ASSIGN TO ITEMTRAN
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         ACCESS MODE IS SEQUENTIAL
000560         FILE STATUS IS FS-TRANSACCIONES.
000570     SELECT MAESTRO-ARTICULOS ASSIGN TO ITEMMAST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS ART-CODIGO
000610         FILE STATUS IS FS-ARTICULOS.
000620     SELECT DIARIO-CAMBIOS ASSIGN TO ITEMDIAR
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS FS-DIARIO.
000660     SELECT REPORTE-MANTENIMIENTO ASSIGN TO ITEMMREP
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000690         FILE STATUS IS FS-REPORTE.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  ENTRADA-TRANSACCIONES
000740     LABEL RECORDS ARE STANDARD.
000750 01  REG-TRANSACCION.
000760     05  TRN-ACCION             PIC X(01).
000770         88  ACCION-ALTA                   VALUE "A".
000780         88  ACCION-CAMBIO                 VALUE "C".
000790         88  ACCION-BAJA                   VALUE "B".
000800     05  FILLER                 PIC X(01).
000810     05  TRN-NIVEL              PIC X(01).
000820         88  NIVEL-ARTICULO                VALUE "I".
000830         88  NIVEL-PRECIO                  VALUE "P".
000840         88  NIVEL-TRAMO                   VALUE "T".
000850     05  FILLER                 PIC X(01).
000860     05  TRN-CODIGO             PIC X(08).
000870     05  FILLER                 PIC X(01).
000880     05  TRN-USUARIO            PIC X(08).
000890     05  FILLER                 PIC X(01).
000900     05  TRN-DATOS              PIC X(40).
000910*
000920*    THE DATA PORTION READS DIFFERENTLY AT EACH LEVEL.  PRICES
000930*    ARRIVE IN THE SAME VISIBLE NNN.NN FORM AS ON THE PRICE
000940*    SHEET.
000950*
000960     05  TRN-DATOS-ARTICULO REDEFINES TRN-DATOS.
000970         10  TRN-DESCRIPCION    PIC X(30).
000980         10  FILLER             PIC X(10).
000990     05  TRN-DATOS-PRECIO REDEFINES TRN-DATOS.
001000         10  TRN-FECHA-VIGENCIA PIC X(10).
001010         10  FILLER             PIC X(01).
001020         10  TRN-PRECIO-ENT-ALFA PIC X(03).
001030         10  FILLER             PIC X(01).
001040         10  TRN-PRECIO-DEC-ALFA PIC X(02).
001050         10  FILLER             PIC X(23).
001060     05  TRN-DATOS-TRAMO REDEFINES TRN-DATOS.
001070         10  TRN-TRAMO-DESDE    PIC X(03).
001080         10  FILLER             PIC X(01).
001090         10  TRN-TRAMO-ENT-ALFA PIC X(03).
001100         10  FILLER             PIC X(01).
001110         10  TRN-TRAMO-DEC-ALFA PIC X(02).
001120         10  FILLER             PIC X(30).
001130
001140 FD  MAESTRO-ARTICULOS
001150     LABEL RECORDS ARE STANDARD.
001160 01  REG-ARTICULO.
001170     05  ART-CODIGO             PIC X(08).
001180     05  ART-DESCRIPCION        PIC X(30).
001190     05  ART-NUM-PRECIOS        PIC 9(02).
001200     05  ART-PRECIO-VIG OCCURS 12 TIMES.
001210         10  ART-HIST-FECHA     PIC X(10).
001220         10  ART-HIST-PRECIO    PIC 9(03)V99.
001230     05  ART-NUM-TRAMOS         PIC 9(01).
001240     05  ART-TRAMO OCCURS 5 TIMES.
001250         10  ART-TRAMO-DESDE    PIC 9(03).
001260         10  ART-TRAMO-PRECIO   PIC 9(03)V99.
001270
001280 FD  DIARIO-CAMBIOS
001290     LABEL RECORDS ARE STANDARD.
001300 01  REG-DIARIO.
001310     05  DIA-FECHA              PIC X(10).
001320     05  FILLER                 PIC X(01).
001330     05  DIA-HORA               PIC X(08).
001340     05  FILLER                 PIC X(01).
001350     05  DIA-USUARIO            PIC X(08).
001360     05  FILLER                 PIC X(01).
001370     05  DIA-TRANSACCION        PIC 9(07).
001380     05  FILLER                 PIC X(01).
001390     05  DIA-ACCION             PIC X(01).
001400     05  FILLER                 PIC X(01).
001410     05  DIA-NIVEL              PIC X(01).
001420     05  FILLER                 PIC X(01).
001430     05  DIA-IMAGEN             PIC X(01).
001440     05  FILLER                 PIC X(01).
001450     05  DIA-REGISTRO           PIC X(261).
001460
001470 FD  REPORTE-MANTENIMIENTO
001480     LABEL RECORDS ARE STANDARD.
001490 01  REG-REPORTE                PIC X(80).
001500
001510 WORKING-STORAGE SECTION.
001520*
001530*    SWITCHES AND COUNTERS.
001540*
001550 77  FS-TRANSACCIONES           PIC X(02) VALUE "00".
001560 77  FS-ARTICULOS               PIC X(02) VALUE "00".
001570 77  FS-DIARIO                  PIC X(02) VALUE "00".
001580 77  FS-REPORTE                 PIC X(02) VALUE "00".
001590 77  MIT-NUM-PAGINA             PIC 9(03) COMP VALUE 0.
001600 77  MIT-LIN-PAGINA             PIC 9(03) COMP VALUE 0.
001610 77  MIT-MAX-LIN-PAGINA         PIC 9(03) COMP VALUE 55.
001620 77  MIT-CONT-LEIDAS            PIC 9(07) VALUE 0.
001630 77  MIT-CONT-APLICADAS         PIC 9(07) VALUE 0.
001640 77  MIT-CONT-RECHAZADAS        PIC 9(07) VALUE 0.
001650 77  MIT-CONT-IMAGENES          PIC 9(07) VALUE 0.
001660 77  MIT-MAX-PRECIOS            PIC 9(02) COMP VALUE 12.
001670 77  MIT-MAX-TRAMOS             PIC 9(02) COMP VALUE 5.
001680 77  MIT-IND-PRECIO             PIC 9(02) COMP VALUE 0.
001690 77  MIT-IND-TRAMO              PIC 9(02) COMP VALUE 0.
001700 77  MIT-IND-MOVER              PIC 9(02) COMP VALUE 0.
001710 77  MIT-PRECIO-NUEVO           PIC 9(03)V99 VALUE 0.
001720 77  MIT-DESDE-NUEVO            PIC 9(03) VALUE 0.
001730
001740 01  SW-FIN-TRANSACCIONES        PIC X(01) VALUE "N".
001750     88  FIN-TRANSACCIONES                 VALUE "S".
001760 01  SW-ARTICULO-EXISTE          PIC X(01) VALUE "N".
001770     88  ARTICULO-EXISTE                   VALUE "S".
001780 01  SW-FILA-HALLADA             PIC X(01) VALUE "N".
001790     88  FILA-HALLADA                      VALUE "S".
001800 01  SW-HUECO-LISTO              PIC X(01) VALUE "N".
001810     88  HUECO-LISTO                       VALUE "S".
001820 01  SW-OPERACION                PIC X(01) VALUE SPACE.
001830     88  OPERACION-ALTA                    VALUE "A".
001840     88  OPERACION-CAMBIO                  VALUE "C".
001850     88  OPERACION-BAJA                    VALUE "B".
001860
001870 01  MIT-MOTIVO                 PIC X(40) VALUE SPACES.
001880*
001890*    THE ITEM RECORD AS IT WAS READ, KEPT FOR THE JOURNAL'S
001900*    BEFORE IMAGE WHILE THE RECORD AREA IS BEING CHANGED.
001910*
001920 01  MIT-IMAGEN-ANTES           PIC X(261) VALUE SPACES.
001930*
001940*    PRICES ARE VALIDATED THROUGH THE SAME REDEFINED HALVES THE
001950*    LOAD JOB USES.
001960*
001970 01  MIT-PRECIO-TRABAJO.
001980     05  MIT-PRECIO-ENT-ALFA    PIC X(03).
001990     05  MIT-PRECIO-ENT-NUM REDEFINES
002000             MIT-PRECIO-ENT-ALFA PIC 999.
002010     05  MIT-PRECIO-DEC-ALFA    PIC X(02).
002020     05  MIT-PRECIO-DEC-NUM REDEFINES
002030             MIT-PRECIO-DEC-ALFA PIC 99.
002040 01  MIT-DESDE-ALFA             PIC X(03).
002050 01  MIT-DESDE-NUM REDEFINES MIT-DESDE-ALFA PIC 999.
002060*
002070*    AN EFFECTIVE DATE MUST BE A REAL AAAA-MM-DD, BECAUSE THE
002080*    NEWEST-FIRST ORDER OF THE HISTORY RESTS ON A PLAIN TEXT
002090*    COMPARE OF THESE DATES.
002100*
002110 01  MIT-FECHA-PRUEBA.
002120     05  MIT-FP-ANIO            PIC X(04).
002130     05  MIT-FP-ANIO-NUM REDEFINES MIT-FP-ANIO PIC 9(04).
002140     05  MIT-FP-GUION-1         PIC X(01).
002150     05  MIT-FP-MES             PIC X(02).
002160     05  MIT-FP-MES-NUM REDEFINES MIT-FP-MES PIC 9(02).
002170     05  MIT-FP-GUION-2         PIC X(01).
002180     05  MIT-FP-DIA             PIC X(02).
002190     05  MIT-FP-DIA-NUM REDEFINES MIT-FP-DIA PIC 9(02).
002200
002210 01  MIT-FECHA-SISTEMA.
002220     05  MIT-ANIO               PIC 9(04).
002230     05  MIT-MES                PIC 9(02).
002240     05  MIT-DIA                PIC 9(02).
002250 01  MIT-FECHA-EDITADA.
002260     05  FE-ANIO                PIC 9(04).
002270     05  FILLER                 PIC X VALUE "-".
002280     05  FE-MES                 PIC 9(02).
002290     05  FILLER                 PIC X VALUE "-".
002300     05  FE-DIA                 PIC 9(02).
002310 01  MIT-HORA-SISTEMA.
002320     05  MIT-HORAS              PIC 9(02).
002330     05  MIT-MINUTOS            PIC 9(02).
002340     05  MIT-SEGUNDOS           PIC 9(02).
002350     05  FILLER                 PIC 9(04).
002360 01  MIT-HORA-EDITADA.
002370     05  HE-HORAS               PIC 9(02).
002380     05  FILLER                 PIC X VALUE ":".
002390     05  HE-MINUTOS             PIC 9(02).
002400     05  FILLER                 PIC X VALUE ":".
002410     05  HE-SEGUNDOS            PIC 9(02).
002420
002430 01  LIN-ENCABEZADO-1.
002440     05  FILLER                 PIC X(34) VALUE
002450         "REGISTRO DE MANTENIMIENTO ARTICULO".
002460     05  FILLER                 PIC X(08) VALUE " FECHA: ".
002470     05  LE1-FECHA              PIC X(10).
002480     05  FILLER                 PIC X(02) VALUE SPACES.
002490     05  LE1-HORA               PIC X(08).
002500     05  FILLER                 PIC X(07) VALUE " PAG.: ".
002510     05  LE1-PAGINA             PIC ZZ9.
002520     05  FILLER                 PIC X(08) VALUE SPACES.
002530 01  LIN-ENCABEZADO-3.
002540     05  FILLER                 PIC X(03) VALUE "A".
002550     05  FILLER                 PIC X(03) VALUE "N".
002560     05  FILLER                 PIC X(10) VALUE "ARTICULO".
002570     05  FILLER                 PIC X(10) VALUE "USUARIO".
002580     05  FILLER                 PIC X(32) VALUE "DATOS".
002590     05  FILLER                 PIC X(09) VALUE "RESULTADO".
002600     05  FILLER                 PIC X(13) VALUE SPACES.
002610 01  LIN-DETALLE.
002620     05  LD-ACCION              PIC X(01).
002630     05  FILLER                 PIC X(02) VALUE SPACES.
002640     05  LD-NIVEL               PIC X(01).
002650     05  FILLER                 PIC X(02) VALUE SPACES.
002660     05  LD-CODIGO              PIC X(08).
002670     05  FILLER                 PIC X(02) VALUE SPACES.
002680     05  LD-USUARIO             PIC X(08).
002690     05  FILLER                 PIC X(02) VALUE SPACES.
002700     05  LD-DATOS               PIC X(30).
002710     05  FILLER                 PIC X(02) VALUE SPACES.
002720     05  LD-RESULTADO           PIC X(09).
002730     05  FILLER                 PIC X(13) VALUE SPACES.
002740 01  LIN-MOTIVO.
002750     05  FILLER                 PIC X(16) VALUE SPACES.
002760     05  FILLER                 PIC X(08) VALUE "MOTIVO: ".
002770     05  LM-MOTIVO              PIC X(40).
002780     05  FILLER                 PIC X(16) VALUE SPACES.
002790 01  LIN-TOTAL.
002800     05  LTO-ETIQUETA           PIC X(26).
002810     05  FILLER                 PIC X(02) VALUE SPACES.
002820     05  LTO-CONT               PIC Z(06)9.
002830     05  FILLER                 PIC X(45) VALUE SPACES.
002840
002850 PROCEDURE DIVISION.
002860
002870 0000-MAINLINE.
002880     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002890     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT
002900         UNTIL FIN-TRANSACCIONES.
002910     PERFORM 5000-IMPRIMIR-TOTALES THRU 5000-EXIT.
002920     CLOSE ENTRADA-TRANSACCIONES.
002930     CLOSE MAESTRO-ARTICULOS.
002940     CLOSE DIARIO-CAMBIOS.
002950     CLOSE REPORTE-MANTENIMIENTO.
002960     DISPLAY "MANTENIMIENTO DEL MAESTRO DE ARTICULOS TERMINADO".
002970     DISPLAY "TRANSACCIONES LEIDAS:    " MIT-CONT-LEIDAS.
002980     DISPLAY "APLICADAS:               " MIT-CONT-APLICADAS.
002990     DISPLAY "RECHAZADAS:              " MIT-CONT-RECHAZADAS.
003000     IF MIT-CONT-RECHAZADAS > 0
003010         MOVE 4 TO RETURN-CODE
003020     ELSE
003030         MOVE 0 TO RETURN-CODE.
003040     STOP RUN.
003050 0000-EXIT.
003060     EXIT.
003070*
003080*    OPEN EVERYTHING.  THE MASTER IS CREATED THE FIRST TIME IT
003090*    IS USED, AS THE LOAD JOB DOES, SO A NEW SITE CAN START BY
003100*    ADDING ITEMS HERE.  THE JOURNAL IS CUMULATIVE AND IS
003110*    OPENED FOR APPEND, CREATED ON FIRST USE.
003120*
003130 1000-INICIALIZAR.
003140     ACCEPT MIT-FECHA-SISTEMA FROM DATE YYYYMMDD.
003150     MOVE MIT-ANIO TO FE-ANIO.
003160     MOVE MIT-MES TO FE-MES.
003170     MOVE MIT-DIA TO FE-DIA.
003180     ACCEPT MIT-HORA-SISTEMA FROM TIME.
003190     MOVE MIT-HORAS TO HE-HORAS.
003200     MOVE MIT-MINUTOS TO HE-MINUTOS.
003210     MOVE MIT-SEGUNDOS TO HE-SEGUNDOS.
003220     OPEN INPUT ENTRADA-TRANSACCIONES.
003230     IF FS-TRANSACCIONES NOT = "00"
003240         DISPLAY "FALTA EL ARCHIVO DE TRANSACCIONES (ITEMTRAN), "
003250             "ESTADO " FS-TRANSACCIONES
003260         MOVE 12 TO RETURN-CODE
003270         STOP RUN.
003280     OPEN I-O MAESTRO-ARTICULOS.
003290     IF FS-ARTICULOS NOT = "00"
003300         OPEN OUTPUT MAESTRO-ARTICULOS
003310         CLOSE MAESTRO-ARTICULOS
003320         OPEN I-O MAESTRO-ARTICULOS.
003330     PERFORM 6060-VERIFICAR-ARTICULOS THRU 6060-EXIT.
003340     OPEN EXTEND DIARIO-CAMBIOS.
003350     IF FS-DIARIO NOT = "00"
003360         OPEN OUTPUT DIARIO-CAMBIOS.
003370     PERFORM 6020-VERIFICAR-DIARIO THRU 6020-EXIT.
003380     OPEN OUTPUT REPORTE-MANTENIMIENTO.
003390     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003400     PERFORM 3900-ENCABEZADO-REPORTE THRU 3900-EXIT.
003410 1000-EXIT.
003420     EXIT.
003430
003440 2100-LEER-TRANSACCION.
003450     READ ENTRADA-TRANSACCIONES
003460         AT END
003470             SET FIN-TRANSACCIONES TO TRUE
003480         NOT AT END
003490             ADD 1 TO MIT-CONT-LEIDAS
003500             PERFORM 2200-PROCESAR-TRANSACCION THRU 2200-EXIT
003510     END-READ.
003520 2100-EXIT.
003530     EXIT.
003540*
003550*    ONE TRANSACTION.  THE COMMON FIELDS ARE CHECKED FIRST,
003560*    THEN THE ITEM IS READ AND THE LEVEL'S OWN PARAGRAPH BUILDS
003570*    THE CHANGE IN THE RECORD AREA OR NAMES THE REASON IT
003580*    CANNOT.  ONLY A TRANSACTION WITH NO REASON AGAINST IT
003590*    REACHES THE MASTER AND THE JOURNAL.
003600*
003610 2200-PROCESAR-TRANSACCION.
003620     MOVE SPACES TO MIT-MOTIVO.
003630     MOVE SPACE TO SW-OPERACION.
003640     PERFORM 2300-VALIDAR-COMUN THRU 2300-EXIT.
003650     IF MIT-MOTIVO NOT = SPACES
003660         PERFORM 7200-ANOTAR-RECHAZO THRU 7200-EXIT
003670         GO TO 2200-EXIT.
003680     MOVE "S" TO SW-ARTICULO-EXISTE.
003690     MOVE TRN-CODIGO TO ART-CODIGO.
003700     READ MAESTRO-ARTICULOS
003710         INVALID KEY
003720             MOVE "N" TO SW-ARTICULO-EXISTE
003730     END-READ.
003740     IF ARTICULO-EXISTE
003750         MOVE REG-ARTICULO TO MIT-IMAGEN-ANTES
003760         IF ART-NUM-PRECIOS IS NOT NUMERIC
003770             MOVE 0 TO ART-NUM-PRECIOS
003780         END-IF
003790         IF ART-NUM-TRAMOS IS NOT NUMERIC
003800             MOVE 0 TO ART-NUM-TRAMOS
003810         END-IF
003820     ELSE
003830         MOVE SPACES TO MIT-IMAGEN-ANTES.
003840     IF NIVEL-ARTICULO
003850         PERFORM 3000-MANTENER-ARTICULO THRU 3000-EXIT
003860     ELSE IF NIVEL-PRECIO
003870         PERFORM 3200-MANTENER-PRECIO THRU 3200-EXIT
003880     ELSE
003890         PERFORM 3400-MANTENER-TRAMO THRU 3400-EXIT.
003900     IF MIT-MOTIVO NOT = SPACES
003910         PERFORM 7200-ANOTAR-RECHAZO THRU 7200-EXIT
003920         GO TO 2200-EXIT.
003930     PERFORM 4000-APLICAR-CAMBIO THRU 4000-EXIT.
003940     PERFORM 4100-GRABAR-DIARIO THRU 4100-EXIT.
003950     PERFORM 7100-ANOTAR-APLICADA THRU 7100-EXIT.
003960 2200-EXIT.
003970     EXIT.
003980
003990 2300-VALIDAR-COMUN.
004000     IF NOT ACCION-ALTA
004010        AND NOT ACCION-CAMBIO
004020        AND NOT ACCION-BAJA
004030         MOVE "ACCION NO VALIDA (A, C O B)" TO MIT-MOTIVO
004040     ELSE IF NOT NIVEL-ARTICULO
004050        AND NOT NIVEL-PRECIO
004060        AND NOT NIVEL-TRAMO
004070         MOVE "NIVEL NO VALIDO (I, P O T)" TO MIT-MOTIVO
004080     ELSE IF TRN-CODIGO = SPACES
004090         MOVE "CODIGO EN BLANCO" TO MIT-MOTIVO
004100     ELSE IF TRN-USUARIO = SPACES
004110         MOVE "USUARIO EN BLANCO" TO MIT-MOTIVO.
004120 2300-EXIT.
004130     EXIT.
004140*
004150*    ITEM LEVEL.  AN ADD CREATES THE ITEM WITH ITS DESCRIPTION
004160*    AND NO PRICES OR TIERS YET; A CHANGE REPLACES THE
004170*    DESCRIPTION; A DELETE REMOVES THE WHOLE RECORD, HISTORY
004180*    AND TIERS INCLUDED (THE JOURNAL KEEPS THE LAST IMAGE).
004190*
004200 3000-MANTENER-ARTICULO.
004210     IF ACCION-ALTA
004220         IF ARTICULO-EXISTE
004230             MOVE "EL ARTICULO YA EXISTE" TO MIT-MOTIVO
004240         ELSE IF TRN-DESCRIPCION = SPACES
004250             MOVE "DESCRIPCION EN BLANCO" TO MIT-MOTIVO
004260         ELSE
004270             MOVE SPACES TO REG-ARTICULO
004280             MOVE TRN-CODIGO TO ART-CODIGO
004290             MOVE TRN-DESCRIPCION TO ART-DESCRIPCION
004300             MOVE 0 TO ART-NUM-PRECIOS
004310             MOVE 0 TO ART-NUM-TRAMOS
004320             MOVE 0 TO MIT-IND-TRAMO
004330             PERFORM 3050-LIMPIAR-TRAMO THRU 3050-EXIT
004340                 UNTIL MIT-IND-TRAMO NOT < MIT-MAX-TRAMOS
004350             SET OPERACION-ALTA TO TRUE
004360         END-IF
004370         GO TO 3000-EXIT.
004380     IF NOT ARTICULO-EXISTE
004390         MOVE "EL ARTICULO NO EXISTE" TO MIT-MOTIVO
004400         GO TO 3000-EXIT.
004410     IF ACCION-CAMBIO
004420         IF TRN-DESCRIPCION = SPACES
004430             MOVE "DESCRIPCION EN BLANCO" TO MIT-MOTIVO
004440         ELSE
004450             MOVE TRN-DESCRIPCION TO ART-DESCRIPCION
004460             SET OPERACION-CAMBIO TO TRUE
004470         END-IF
004480     ELSE
004490         SET OPERACION-BAJA TO TRUE.
004500 3000-EXIT.
004510     EXIT.
004520
004530 3050-LIMPIAR-TRAMO.
004540     ADD 1 TO MIT-IND-TRAMO.
004550     MOVE 0 TO ART-TRAMO-DESDE (MIT-IND-TRAMO).
004560     MOVE 0 TO ART-TRAMO-PRECIO (MIT-IND-TRAMO).
004570 3050-EXIT.
004580     EXIT.
004590*
004600*    PRICE-ROW LEVEL.  THE ROW IS NAMED BY ITS EFFECTIVE DATE.
004610*    AN ADD NEEDS A DATE NOT ALREADY IN THE HISTORY AND ROOM
004620*    FOR ONE MORE ROW; A CHANGE REPLACES THE PRICE OF THE ROW
004630*    WITH THAT DATE; A DELETE TAKES THAT ROW OUT AND CLOSES
004640*    THE GAP.
004650*
004660 3200-MANTENER-PRECIO.
004670     IF NOT ARTICULO-EXISTE
004680         MOVE "EL ARTICULO NO EXISTE" TO MIT-MOTIVO
004690         GO TO 3200-EXIT.
004700     MOVE TRN-FECHA-VIGENCIA TO MIT-FECHA-PRUEBA.
004710     PERFORM 3800-VALIDAR-FECHA THRU 3800-EXIT.
004720     IF MIT-MOTIVO NOT = SPACES
004730         GO TO 3200-EXIT.
004740     IF NOT ACCION-BAJA
004750         MOVE TRN-PRECIO-ENT-ALFA TO MIT-PRECIO-ENT-ALFA
004760         MOVE TRN-PRECIO-DEC-ALFA TO MIT-PRECIO-DEC-ALFA
004770         IF MIT-PRECIO-ENT-ALFA IS NOT NUMERIC
004780            OR MIT-PRECIO-DEC-ALFA IS NOT NUMERIC
004790             MOVE "PRECIO NO VALIDO" TO MIT-MOTIVO
004800             GO TO 3200-EXIT
004810         END-IF
004820         COMPUTE MIT-PRECIO-NUEVO =
004830             MIT-PRECIO-ENT-NUM + (MIT-PRECIO-DEC-NUM / 100)
004840     END-IF.
004850     PERFORM 3250-BUSCAR-FECHA THRU 3250-EXIT.
004860     IF ACCION-ALTA
004870         IF FILA-HALLADA
004880             MOVE "YA HAY UN PRECIO CON ESA FECHA" TO MIT-MOTIVO
004890         ELSE IF ART-NUM-PRECIOS NOT < MIT-MAX-PRECIOS
004900             MOVE "HISTORIA DE PRECIOS LLENA (12)" TO MIT-MOTIVO
004910         ELSE
004920             PERFORM 3300-INSERTAR-PRECIO THRU 3300-EXIT
004930         END-IF
004940     ELSE IF NOT FILA-HALLADA
004950         MOVE "NO HAY PRECIO CON ESA FECHA" TO MIT-MOTIVO
004960     ELSE IF ACCION-CAMBIO
004970         MOVE MIT-PRECIO-NUEVO TO ART-HIST-PRECIO (MIT-IND-PRECIO)
004980     ELSE
004990         PERFORM 3350-QUITAR-PRECIO THRU 3350-EXIT.
005000     IF MIT-MOTIVO = SPACES
005010         SET OPERACION-CAMBIO TO TRUE.
005020 3200-EXIT.
005030     EXIT.
005040
005050 3250-BUSCAR-FECHA.
005060     MOVE "N" TO SW-FILA-HALLADA.
005070     MOVE 0 TO MIT-IND-PRECIO.
005080     PERFORM 3260-PROBAR-FECHA THRU 3260-EXIT
005090         UNTIL FILA-HALLADA
005100            OR MIT-IND-PRECIO NOT < ART-NUM-PRECIOS.
005110 3250-EXIT.
005120     EXIT.
005130
005140 3260-PROBAR-FECHA.
005150     ADD 1 TO MIT-IND-PRECIO.
005160     IF ART-HIST-FECHA (MIT-IND-PRECIO) = TRN-FECHA-VIGENCIA
005170         SET FILA-HALLADA TO TRUE.
005180 3260-EXIT.
005190     EXIT.
005200*
005210*    OPEN A SLOT AT THE BOTTOM AND WALK IT UP PAST EVERY ROW
005220*    OLDER THAN THE NEW DATE, SO THE HISTORY STAYS NEWEST
005230*    FIRST FOR THE PRICE-BOOK RUN'S FIRST-ROW-IN-FORCE RULE.
005240*
005250 3300-INSERTAR-PRECIO.
005260     ADD 1 TO ART-NUM-PRECIOS.
005270     MOVE ART-NUM-PRECIOS TO MIT-IND-MOVER.
005280     MOVE "N" TO SW-HUECO-LISTO.
005290     PERFORM 3310-BAJAR-PRECIO THRU 3310-EXIT
005300         UNTIL HUECO-LISTO.
005310     MOVE TRN-FECHA-VIGENCIA TO ART-HIST-FECHA (MIT-IND-MOVER).
005320     MOVE MIT-PRECIO-NUEVO TO ART-HIST-PRECIO (MIT-IND-MOVER).
005330 3300-EXIT.
005340     EXIT.
005350
005360 3310-BAJAR-PRECIO.
005370     IF MIT-IND-MOVER = 1
005380         SET HUECO-LISTO TO TRUE
005390         GO TO 3310-EXIT.
005400     IF ART-HIST-FECHA (MIT-IND-MOVER - 1) < TRN-FECHA-VIGENCIA
005410         MOVE ART-PRECIO-VIG (MIT-IND-MOVER - 1)
005420             TO ART-PRECIO-VIG (MIT-IND-MOVER)
005430         SUBTRACT 1 FROM MIT-IND-MOVER
005440     ELSE
005450         SET HUECO-LISTO TO TRUE.
005460 3310-EXIT.
005470     EXIT.
005480*
005490*    CLOSE THE GAP LEFT BY A DELETED ROW.  THE FREED BOTTOM
005500*    ROW GOES BACK TO SPACES, AS ON A NEWLY LOADED ITEM.
005510*
005520 3350-QUITAR-PRECIO.
005530     MOVE MIT-IND-PRECIO TO MIT-IND-MOVER.
005540     PERFORM 3360-SUBIR-PRECIO THRU 3360-EXIT
005550         UNTIL MIT-IND-MOVER NOT < ART-NUM-PRECIOS.
005560     MOVE SPACES TO ART-PRECIO-VIG (ART-NUM-PRECIOS).
005570     SUBTRACT 1 FROM ART-NUM-PRECIOS.
005580 3350-EXIT.
005590     EXIT.
005600
005610 3360-SUBIR-PRECIO.
005620     MOVE ART-PRECIO-VIG (MIT-IND-MOVER + 1)
005630         TO ART-PRECIO-VIG (MIT-IND-MOVER).
005640     ADD 1 TO MIT-IND-MOVER.
005650 3360-EXIT.
005660     EXIT.
005670*
005680*    TIER LEVEL.  THE TIER IS NAMED BY ITS FROM-QUANTITY, WHICH
005690*    MUST BE NUMERIC AND NOT ZERO.  AN ADD NEEDS A FROM-
005700*    QUANTITY NOT ALREADY USED AND ONE OF THE FIVE TIERS FREE;
005710*    A CHANGE REPLACES THE TIER PRICE; A DELETE TAKES THE TIER
005720*    OUT AND CLOSES THE GAP.
005730*
005740 3400-MANTENER-TRAMO.
005750     IF NOT ARTICULO-EXISTE
005760         MOVE "EL ARTICULO NO EXISTE" TO MIT-MOTIVO
005770         GO TO 3400-EXIT.
005780     MOVE TRN-TRAMO-DESDE TO MIT-DESDE-ALFA.
005790     IF MIT-DESDE-ALFA IS NOT NUMERIC
005800        OR MIT-DESDE-NUM = 0
005810         MOVE "CANTIDAD DEL TRAMO NO VALIDA" TO MIT-MOTIVO
005820         GO TO 3400-EXIT.
005830     MOVE MIT-DESDE-NUM TO MIT-DESDE-NUEVO.
005840     IF NOT ACCION-BAJA
005850         MOVE TRN-TRAMO-ENT-ALFA TO MIT-PRECIO-ENT-ALFA
005860         MOVE TRN-TRAMO-DEC-ALFA TO MIT-PRECIO-DEC-ALFA
005870         IF MIT-PRECIO-ENT-ALFA IS NOT NUMERIC
005880            OR MIT-PRECIO-DEC-ALFA IS NOT NUMERIC
005890             MOVE "PRECIO DEL TRAMO NO VALIDO" TO MIT-MOTIVO
005900             GO TO 3400-EXIT
005910         END-IF
005920         COMPUTE MIT-PRECIO-NUEVO =
005930             MIT-PRECIO-ENT-NUM + (MIT-PRECIO-DEC-NUM / 100)
005940     END-IF.
005950     PERFORM 3450-BUSCAR-TRAMO THRU 3450-EXIT.
005960     IF ACCION-ALTA
005970         IF FILA-HALLADA
005980             MOVE "YA HAY UN TRAMO CON ESA CANTIDAD"
005990                 TO MIT-MOTIVO
006000         ELSE IF ART-NUM-TRAMOS NOT < MIT-MAX-TRAMOS
006010             MOVE "TRAMOS LLENOS (5)" TO MIT-MOTIVO
006020         ELSE
006030             PERFORM 3500-INSERTAR-TRAMO THRU 3500-EXIT
006040         END-IF
006050     ELSE IF NOT FILA-HALLADA
006060         MOVE "NO HAY TRAMO CON ESA CANTIDAD" TO MIT-MOTIVO
006070     ELSE IF ACCION-CAMBIO
006080         MOVE MIT-PRECIO-NUEVO
006090             TO ART-TRAMO-PRECIO (MIT-IND-TRAMO)
006100     ELSE
006110         PERFORM 3550-QUITAR-TRAMO THRU 3550-EXIT.
006120     IF MIT-MOTIVO = SPACES
006130         SET OPERACION-CAMBIO TO TRUE.
006140 3400-EXIT.
006150     EXIT.
006160
006170 3450-BUSCAR-TRAMO.
006180     MOVE "N" TO SW-FILA-HALLADA.
006190     MOVE 0 TO MIT-IND-TRAMO.
006200     PERFORM 3460-PROBAR-TRAMO THRU 3460-EXIT
006210         UNTIL FILA-HALLADA
006220            OR MIT-IND-TRAMO NOT < ART-NUM-TRAMOS.
006230 3450-EXIT.
006240     EXIT.
006250
006260 3460-PROBAR-TRAMO.
006270     ADD 1 TO MIT-IND-TRAMO.
006280     IF ART-TRAMO-DESDE (MIT-IND-TRAMO) = MIT-DESDE-NUEVO
006290         SET FILA-HALLADA TO TRUE.
006300 3460-EXIT.
006310     EXIT.
006320*
006330*    SAME SLOT-WALKING AS THE PRICE ROWS, KEEPING THE TIERS IN
006340*    ASCENDING FROM-QUANTITY ORDER.
006350*
006360 3500-INSERTAR-TRAMO.
006370     ADD 1 TO ART-NUM-TRAMOS.
006380     MOVE ART-NUM-TRAMOS TO MIT-IND-MOVER.
006390     MOVE "N" TO SW-HUECO-LISTO.
006400     PERFORM 3510-BAJAR-TRAMO THRU 3510-EXIT
006410         UNTIL HUECO-LISTO.
006420     MOVE MIT-DESDE-NUEVO TO ART-TRAMO-DESDE (MIT-IND-MOVER).
006430     MOVE MIT-PRECIO-NUEVO TO ART-TRAMO-PRECIO (MIT-IND-MOVER).
006440 3500-EXIT.
006450     EXIT.
006460
006470 3510-BAJAR-TRAMO.
006480     IF MIT-IND-MOVER = 1
006490         SET HUECO-LISTO TO TRUE
006500         GO TO 3510-EXIT.
006510     IF ART-TRAMO-DESDE (MIT-IND-MOVER - 1) > MIT-DESDE-NUEVO
006520         MOVE ART-TRAMO (MIT-IND-MOVER - 1)
006530             TO ART-TRAMO (MIT-IND-MOVER)
006540         SUBTRACT 1 FROM MIT-IND-MOVER
006550     ELSE
006560         SET HUECO-LISTO TO TRUE.
006570 3510-EXIT.
006580     EXIT.
006590*
006600*    THE FREED LAST TIER GOES BACK TO ZEROS, AS THE LOAD JOB
006610*    LEAVES UNUSED TIERS.
006620*
006630 3550-QUITAR-TRAMO.
006640     MOVE MIT-IND-TRAMO TO MIT-IND-MOVER.
006650     PERFORM 3560-SUBIR-TRAMO THRU 3560-EXIT
006660         UNTIL MIT-IND-MOVER NOT < ART-NUM-TRAMOS.
006670     MOVE 0 TO ART-TRAMO-DESDE (ART-NUM-TRAMOS).
006680     MOVE 0 TO ART-TRAMO-PRECIO (ART-NUM-TRAMOS).
006690     SUBTRACT 1 FROM ART-NUM-TRAMOS.
006700 3550-EXIT.
006710     EXIT.
006720
006730 3560-SUBIR-TRAMO.
006740     MOVE ART-TRAMO (MIT-IND-MOVER + 1)
006750         TO ART-TRAMO (MIT-IND-MOVER).
006760     ADD 1 TO MIT-IND-MOVER.
006770 3560-EXIT.
006780     EXIT.
006790*
006800*    AAAA-MM-DD WITH NUMERIC PARTS, A MONTH FROM 01 TO 12 AND A
006810*    DAY FROM 01 TO 31.
006820*
006830 3800-VALIDAR-FECHA.
006840     IF MIT-FP-ANIO IS NOT NUMERIC
006850        OR MIT-FP-MES IS NOT NUMERIC
006860        OR MIT-FP-DIA IS NOT NUMERIC
006870        OR MIT-FP-GUION-1 NOT = "-"
006880        OR MIT-FP-GUION-2 NOT = "-"
006890         MOVE "FECHA NO VALIDA (AAAA-MM-DD)" TO MIT-MOTIVO
006900         GO TO 3800-EXIT.
006910     IF MIT-FP-MES-NUM < 1
006920        OR MIT-FP-MES-NUM > 12
006930        OR MIT-FP-DIA-NUM < 1
006940        OR MIT-FP-DIA-NUM > 31
006950         MOVE "FECHA NO VALIDA (AAAA-MM-DD)" TO MIT-MOTIVO.
006960 3800-EXIT.
006970     EXIT.
006980*
006990*    SAME PAGE DISCIPLINE AS THE INQUIRIES: HEADER, COLUMN
007000*    HEADING, THEN DETAIL LINES UNTIL THE PAGE IS FULL.
007010*
007020 3900-ENCABEZADO-REPORTE.
007030     ADD 1 TO MIT-NUM-PAGINA.
007040     MOVE MIT-FECHA-EDITADA TO LE1-FECHA.
007050     MOVE MIT-HORA-EDITADA TO LE1-HORA.
007060     MOVE MIT-NUM-PAGINA TO LE1-PAGINA.
007070     MOVE LIN-ENCABEZADO-1 TO REG-REPORTE.
007080     IF MIT-NUM-PAGINA = 1
007090         WRITE REG-REPORTE
007100     ELSE
007110         WRITE REG-REPORTE AFTER ADVANCING PAGE.
007120     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
007130     MOVE SPACES TO REG-REPORTE.
007140     WRITE REG-REPORTE.
007150     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
007160     MOVE LIN-ENCABEZADO-3 TO REG-REPORTE.
007170     WRITE REG-REPORTE.
007180     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
007190     MOVE 0 TO MIT-LIN-PAGINA.
007200 3900-EXIT.
007210     EXIT.
007220*
007230*    PUT THE CHANGE ON THE MASTER.
007240*
007250 4000-APLICAR-CAMBIO.
007260     IF OPERACION-ALTA
007270         WRITE REG-ARTICULO
007280     ELSE IF OPERACION-CAMBIO
007290         REWRITE REG-ARTICULO
007300     ELSE
007310         DELETE MAESTRO-ARTICULOS RECORD.
007320     PERFORM 6060-VERIFICAR-ARTICULOS THRU 6060-EXIT.
007330     ADD 1 TO MIT-CONT-APLICADAS.
007340 4000-EXIT.
007350     EXIT.
007360*
007370*    THE JOURNAL: A BEFORE IMAGE ("A") WHEN THE ITEM EXISTED
007380*    BEFORE THE TRANSACTION, AND AN AFTER IMAGE ("D") WHEN IT
007390*    STILL EXISTS AFTER IT.  AN ADDED ITEM THEREFORE HAS ONLY
007400*    AN AFTER IMAGE AND A DELETED ONE ONLY A BEFORE IMAGE.  THE
007410*    TRANSACTION NUMBER TIES THE PAIR TOGETHER.
007420*
007430 4100-GRABAR-DIARIO.
007440     IF NOT OPERACION-ALTA
007450         MOVE SPACES TO REG-DIARIO
007460         MOVE "A" TO DIA-IMAGEN
007470         MOVE MIT-IMAGEN-ANTES TO DIA-REGISTRO
007480         PERFORM 4150-ESCRIBIR-IMAGEN THRU 4150-EXIT.
007490     IF NOT OPERACION-BAJA
007500         MOVE SPACES TO REG-DIARIO
007510         MOVE "D" TO DIA-IMAGEN
007520         MOVE REG-ARTICULO TO DIA-REGISTRO
007530         PERFORM 4150-ESCRIBIR-IMAGEN THRU 4150-EXIT.
007540 4100-EXIT.
007550     EXIT.
007560
007570 4150-ESCRIBIR-IMAGEN.
007580     MOVE MIT-FECHA-EDITADA TO DIA-FECHA.
007590     MOVE MIT-HORA-EDITADA TO DIA-HORA.
007600     MOVE TRN-USUARIO TO DIA-USUARIO.
007610     MOVE MIT-CONT-LEIDAS TO DIA-TRANSACCION.
007620     MOVE TRN-ACCION TO DIA-ACCION.
007630     MOVE TRN-NIVEL TO DIA-NIVEL.
007640     WRITE REG-DIARIO.
007650     PERFORM 6020-VERIFICAR-DIARIO THRU 6020-EXIT.
007660     ADD 1 TO MIT-CONT-IMAGENES.
007670 4150-EXIT.
007680     EXIT.
007690*
007700*    THE REGISTER'S CLOSING COUNTS.  APPLIED PLUS REJECTED
007710*    EQUALS READ, SO A SHORT REGISTER IS VISIBLY INCOMPLETE.
007720*
007730 5000-IMPRIMIR-TOTALES.
007740     MOVE SPACES TO REG-REPORTE.
007750     WRITE REG-REPORTE.
007760     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
007770     MOVE "TRANSACCIONES LEIDAS" TO LTO-ETIQUETA.
007780     MOVE MIT-CONT-LEIDAS TO LTO-CONT.
007790     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
007800     MOVE "TRANSACCIONES APLICADAS" TO LTO-ETIQUETA.
007810     MOVE MIT-CONT-APLICADAS TO LTO-CONT.
007820     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
007830     MOVE "TRANSACCIONES RECHAZADAS" TO LTO-ETIQUETA.
007840     MOVE MIT-CONT-RECHAZADAS TO LTO-CONT.
007850     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
007860     MOVE "IMAGENES EN EL DIARIO" TO LTO-ETIQUETA.
007870     MOVE MIT-CONT-IMAGENES TO LTO-CONT.
007880     PERFORM 5100-LINEA-TOTAL THRU 5100-EXIT.
007890 5000-EXIT.
007900     EXIT.
007910
007920 5100-LINEA-TOTAL.
007930     MOVE LIN-TOTAL TO REG-REPORTE.
007940     WRITE REG-REPORTE.
007950     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
007960 5100-EXIT.
007970     EXIT.
007980*
007990*    SHARED FILE-STATUS CHECKS.  THE MASTER FEEDS THE NIGHTLY
008000*    PRICE-BOOK RUN AND THE JOURNAL IS THE AUDIT EVIDENCE, SO A
008010*    FAILURE ON EITHER STOPS THE JOB AT ONCE.
008020*
008030 6010-VERIFICAR-REPORTE.
008040     IF FS-REPORTE NOT = "00"
008050         DISPLAY "ERROR EN EL REGISTRO DE MANTENIMIENTO, ESTADO "
008060             FS-REPORTE
008070         MOVE 12 TO RETURN-CODE
008080         STOP RUN.
008090 6010-EXIT.
008100     EXIT.
008110*
008120 6020-VERIFICAR-DIARIO.
008130     IF FS-DIARIO NOT = "00"
008140         DISPLAY "ERROR EN EL DIARIO DE CAMBIOS, ESTADO "
008150             FS-DIARIO
008160         MOVE 12 TO RETURN-CODE
008170         STOP RUN.
008180 6020-EXIT.
008190     EXIT.
008200*
008210 6060-VERIFICAR-ARTICULOS.
008220     IF FS-ARTICULOS NOT = "00"
008230         DISPLAY "ERROR EN EL MAESTRO DE ARTICULOS, ESTADO "
008240             FS-ARTICULOS
008250         MOVE 12 TO RETURN-CODE
008260         STOP RUN.
008270 6060-EXIT.
008280     EXIT.
008290*
008300*    ONE REGISTER LINE PER TRANSACTION, AND FOR A REJECTION A
008310*    SECOND LINE WITH THE REASON, ECHOED ON THE CONSOLE.
008320*
008330 7000-LINEA-TRANSACCION.
008340     IF MIT-LIN-PAGINA NOT < MIT-MAX-LIN-PAGINA
008350         PERFORM 3900-ENCABEZADO-REPORTE THRU 3900-EXIT.
008360     MOVE TRN-ACCION TO LD-ACCION.
008370     MOVE TRN-NIVEL TO LD-NIVEL.
008380     MOVE TRN-CODIGO TO LD-CODIGO.
008390     MOVE TRN-USUARIO TO LD-USUARIO.
008400     MOVE TRN-DATOS TO LD-DATOS.
008410     MOVE LIN-DETALLE TO REG-REPORTE.
008420     WRITE REG-REPORTE.
008430     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
008440     ADD 1 TO MIT-LIN-PAGINA.
008450 7000-EXIT.
008460     EXIT.
008470
008480 7100-ANOTAR-APLICADA.
008490     MOVE "APLICADA" TO LD-RESULTADO.
008500     PERFORM 7000-LINEA-TRANSACCION THRU 7000-EXIT.
008510 7100-EXIT.
008520     EXIT.
008530
008540 7200-ANOTAR-RECHAZO.
008550     ADD 1 TO MIT-CONT-RECHAZADAS.
008560     MOVE "RECHAZADA" TO LD-RESULTADO.
008570     PERFORM 7000-LINEA-TRANSACCION THRU 7000-EXIT.
008580     MOVE MIT-MOTIVO TO LM-MOTIVO.
008590     MOVE LIN-MOTIVO TO REG-REPORTE.
008600     WRITE REG-REPORTE.
008610     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
008620     ADD 1 TO MIT-LIN-PAGINA.
008630     DISPLAY "TRANSACCION RECHAZADA: " TRN-ACCION " " TRN-NIVEL
008640         " " TRN-CODIGO " - " MIT-MOTIVO.
008650 7200-EXIT.
008660     EXIT.
008670
008680 END PROGRAM MANTITEM.

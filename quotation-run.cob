000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COTIZA.
000030 AUTHOR. J. ALVAREZ.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    CUSTOMER QUOTATION RUN.  SALES USED TO READ QUANTITY
000090*    PRICES OFF THE PRINTED PRICE-BOOK PAGES AND TYPE THEM INTO
000100*    QUOTE LETTERS, AND THE TIER BREAKS CAME OUT WRONG.  THIS
000110*    JOB READS A QUOTE REQUEST FILE (CUSTOMER, ITEM CODE,
000120*    QUANTITY AND AN OPTIONAL QUOTE DATE, BLANK MEANING TODAY)
000130*    AND PRICES EACH LINE FROM THE ITEM MASTER BY THE SAME
000140*    RULES AS THE PRICE-BOOK RUN: THE HISTORY ROW IN EFFECT ON
000150*    THE QUOTE DATE GIVES THE BASE PRICE, THEN THE HIGHEST
000160*    QUANTITY-BREAK TIER THE QUANTITY REACHES REPLACES IT.
000170*
000180*    EACH CUSTOMER GETS ONE QUOTE DOCUMENT (COTIDOC) UNDER ITS
000190*    OWN QUOTE NUMBER, WITH THE PRICED LINES, THEIR EXTENSIONS
000200*    AND THE QUOTE TOTAL, FOLLOWED BY AN EXCEPTION SECTION FOR
000210*    LINES THAT COULD NOT BE PRICED (ITEM NOT ON THE MASTER,
000220*    NOT YET IN EFFECT ON THE QUOTE DATE, UNREADABLE PRICE, OR
000230*    A BAD QUANTITY) SO NOTHING IS EVER QUOTED AT ZERO.  THE
000240*    REQUESTS NEED NOT BE GROUPED BY CUSTOMER; A CUSTOMER'S
000250*    LINES KEEP THE ORDER THEY WERE KEYED IN.  A CUSTOMER NONE
000260*    OF WHOSE LINES COULD BE PRICED IS GIVEN NO QUOTE NUMBER;
000270*    ITS EXCEPTIONS ARE PRINTED UNDER A SIN COTIZACION HEADING.
000280*
000290*    EVERY PRICED LINE IS APPENDED TO THE CUMULATIVE QUOTE
000300*    REGISTER (COTREG).  QUOTE NUMBERS CARRY ON FROM THE
000310*    HIGHEST NUMBER ALREADY ON THE REGISTER.
000320*
000330*    RETURN CODE 0 MEANS EVERY LINE WAS PRICED; 4 MEANS SOME
000340*    LINES WENT TO AN EXCEPTION SECTION OR HAD NO CUSTOMER;
000350*    12 MEANS A FILE ERROR OR MORE REQUESTS THAN THE TABLE
000360*    HOLDS STOPPED THE RUN.
000370*
000380*    MODIFICATION HISTORY.
000390*    ------------------------------------------------------------
000400*    DATE        INIT  DESCRIPTION
000410*    ------------------------------------------------------------
000420*    2026-10-15  JA    NEW PROGRAM.
000430*    2026-10-15  JA    A QUOTE NUMBER IS TAKEN ONLY WHEN AT LEAST
000440*                       ONE OF THE CUSTOMER'S LINES PRICES, SINCE
000450*                       THE REGISTER HOLDS ONLY PRICED LINES AND
000460*                       AN UNRECORDED NUMBER WAS ISSUED AGAIN ON
000470*                       THE NEXT RUN.  THE REGISTER READ IS NOW
000480*                       STATUS-CHECKED.
000490*    ------------------------------------------------------------
000500*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. GENERIC.
000540 OBJECT-COMPUTER. GENERIC.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT SOLICITUDES ASSIGN TO COTSOLIC
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS FS-SOLICITUDES.
000610     SELECT MAESTRO-ARTICULOS ASSIGN TO ITEMMAST
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS ART-CODIGO
000650         FILE STATUS IS FS-ARTICULOS.
000660     SELECT REGISTRO-COTIZACIONES ASSIGN TO COTREG
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000690         FILE STATUS IS FS-REGISTRO.
000700     SELECT DOCUMENTO-COTIZACION ASSIGN TO COTIDOC
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         ACCESS MODE IS SEQUENTIAL
000730         FILE STATUS IS FS-DOCUMENTO.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  SOLICITUDES
000780     LABEL RECORDS ARE STANDARD.
000790 01  REG-SOLICITUD.
000800     05  SOL-CLIENTE            PIC X(08).
000810     05  FILLER                 PIC X(01).
000820     05  SOL-CODIGO             PIC X(08).
000830     05  FILLER                 PIC X(01).
000840     05  SOL-CANTIDAD           PIC X(05).
000850     05  FILLER                 PIC X(01).
000860     05  SOL-FECHA              PIC X(10).
000870
000880 FD  MAESTRO-ARTICULOS
000890     LABEL RECORDS ARE STANDARD.
000900 01  REG-ARTICULO.
000910     05  ART-CODIGO             PIC X(08).
000920     05  ART-DESCRIPCION        PIC X(30).
000930     05  ART-NUM-PRECIOS        PIC 9(02).
000940     05  ART-PRECIO-VIG OCCURS 12 TIMES.
000950         10  ART-HIST-FECHA     PIC X(10).
000960         10  ART-HIST-PRECIO    PIC 9(03)V99.
000970     05  ART-NUM-TRAMOS         PIC 9(01).
000980     05  ART-TRAMO OCCURS 5 TIMES.
000990         10  ART-TRAMO-DESDE    PIC 9(03).
001000         10  ART-TRAMO-PRECIO   PIC 9(03)V99.
001010*
001020*    ONE RECORD PER PRICED LINE.  AMOUNTS ARE WRITTEN AS
001030*    DIGITS, POINT, DECIMALS, LIKE THE RELEASE TRAILER TOTAL.
001040*    A TIER OF ZERO MEANS THE BASE PRICE APPLIED.
001050*
001060 FD  REGISTRO-COTIZACIONES
001070     LABEL RECORDS ARE STANDARD.
001080 01  REG-COTIZACION.
001090     05  RC-NUMERO              PIC 9(07).
001100     05  FILLER                 PIC X(01).
001110     05  RC-LINEA               PIC 9(03).
001120     05  FILLER                 PIC X(01).
001130     05  RC-CLIENTE             PIC X(08).
001140     05  FILLER                 PIC X(01).
001150     05  RC-CODIGO              PIC X(08).
001160     05  FILLER                 PIC X(01).
001170     05  RC-FECHA-COTIZACION    PIC X(10).
001180     05  FILLER                 PIC X(01).
001190     05  RC-CANTIDAD            PIC 9(05).
001200     05  FILLER                 PIC X(01).
001210     05  RC-TRAMO               PIC 9(03).
001220     05  FILLER                 PIC X(01).
001230     05  RC-PRECIO-ENT          PIC 9(03).
001240     05  RC-PRECIO-PUNTO        PIC X(01).
001250     05  RC-PRECIO-DEC          PIC 9(02).
001260     05  FILLER                 PIC X(01).
001270     05  RC-IMPORTE-ENT         PIC 9(09).
001280     05  RC-IMPORTE-PUNTO       PIC X(01).
001290     05  RC-IMPORTE-DEC         PIC 9(02).
001300     05  FILLER                 PIC X(01).
001310     05  RC-FECHA-EMISION       PIC X(10).
001320
001330 FD  DOCUMENTO-COTIZACION
001340     LABEL RECORDS ARE STANDARD.
001350 01  REG-DOCUMENTO              PIC X(80).
001360
001370 WORKING-STORAGE SECTION.
001380*
001390*    SWITCHES AND COUNTERS.
001400*
001410 77  FS-SOLICITUDES             PIC X(02) VALUE "00".
001420 77  FS-ARTICULOS               PIC X(02) VALUE "00".
001430 77  FS-REGISTRO                PIC X(02) VALUE "00".
001440 77  FS-DOCUMENTO               PIC X(02) VALUE "00".
001450 77  COT-NUM-PAGINA             PIC 9(03) COMP VALUE 0.
001460 77  COT-LIN-PAGINA             PIC 9(03) COMP VALUE 0.
001470 77  COT-MAX-LIN-PAGINA         PIC 9(03) COMP VALUE 55.
001480 77  COT-CONT-LEIDAS            PIC 9(07) VALUE 0.
001490 77  COT-CONT-COTIZACIONES      PIC 9(07) VALUE 0.
001500 77  COT-CONT-COTIZADAS         PIC 9(07) VALUE 0.
001510 77  COT-CONT-EXCEPCIONES       PIC 9(07) VALUE 0.
001520 77  COT-CONT-SIN-CLIENTE       PIC 9(07) VALUE 0.
001530 77  COT-MAX-SOLICITUDES        PIC 9(04) COMP VALUE 2000.
001540 77  COT-NUM-SOLICITUDES        PIC 9(04) COMP VALUE 0.
001550 77  COT-IND                    PIC 9(04) COMP VALUE 0.
001560 77  COT-IND-LINEA              PIC 9(04) COMP VALUE 0.
001570 77  COT-IND-PRECIO             PIC 9(02) COMP VALUE 0.
001580 77  COT-IND-TRAMO              PIC 9(01) COMP VALUE 0.
001590 77  COT-NUM-TRAMOS             PIC 9(01) VALUE 0.
001600 77  COT-MEJOR-DESDE            PIC 999 VALUE 0.
001610 77  COT-ULTIMO-NUMERO          PIC 9(07) VALUE 0.
001620 77  COT-NUM-LINEA              PIC 9(03) VALUE 0.
001630 77  COT-LINEAS-EXCEPCION       PIC 9(04) COMP VALUE 0.
001640 77  COT-LINEAS-COTIZABLES      PIC 9(04) COMP VALUE 0.
001650 77  COT-CONT-DOCUMENTOS        PIC 9(07) VALUE 0.
001660 77  COT-CLIENTE                PIC X(08).
001670 77  COT-CANTIDAD-ALFA          PIC X(05).
001680 77  COT-CANTIDAD               PIC 9(05) VALUE 0.
001690 77  COT-PRECIO-UNIDAD          PIC 9(03)V99 VALUE 0.
001700 77  COT-TOTAL                  PIC 9(09)V99 VALUE 0.
001710
001720 01  SW-FIN-SOLICITUDES          PIC X(01) VALUE "N".
001730     88  FIN-SOLICITUDES                   VALUE "S".
001740 01  SW-FIN-REGISTRO             PIC X(01) VALUE "N".
001750     88  FIN-REGISTRO                      VALUE "S".
001760 01  SW-PRECIO-HALLADO           PIC X(01) VALUE "N".
001770     88  PRECIO-HALLADO                    VALUE "S".
001780 01  SW-CON-NUMERO               PIC X(01) VALUE "N".
001790     88  CON-NUMERO                        VALUE "S".
001800*
001810*    THE REQUESTS, HELD SO EACH CUSTOMER'S LINES CAN BE
001820*    GATHERED ONTO ONE DOCUMENT WHATEVER ORDER THEY CAME IN.
001830*    THE REASON IS FILLED IN FOR A LINE THAT COULD NOT BE
001840*    PRICED AND PRINTED IN THE EXCEPTION SECTION.
001850*
001860 01  COT-TABLA-SOLICITUDES.
001870     05  COT-SOLICITUD OCCURS 2000 TIMES.
001880         10  COT-SOL-CLIENTE    PIC X(08).
001890         10  COT-SOL-CODIGO     PIC X(08).
001900         10  COT-SOL-CANTIDAD   PIC X(05).
001910         10  COT-SOL-FECHA      PIC X(10).
001920         10  COT-SOL-MOTIVO     PIC X(28).
001930         10  COT-SOL-TRATADA    PIC X(01).
001940*
001950*    A LINE EXTENSION, SPLIT INTO WHOLE AND DECIMAL PARTS FOR
001960*    THE REGISTER.
001970*
001980 01  COT-IMPORTE                PIC 9(09)V99 VALUE 0.
001990 01  COT-IMPORTE-PARTES REDEFINES COT-IMPORTE.
002000     05  COT-IMPORTE-ENT        PIC 9(09).
002010     05  COT-IMPORTE-DEC        PIC 9(02).
002020 01  COT-PRECIO                 PIC 9(03)V99 VALUE 0.
002030 01  COT-PRECIO-PARTES REDEFINES COT-PRECIO.
002040     05  COT-PRECIO-ENT         PIC 9(03).
002050     05  COT-PRECIO-DEC         PIC 9(02).
002060
002070 01  COT-FECHA-SISTEMA.
002080     05  COT-ANIO               PIC 9(04).
002090     05  COT-MES                PIC 9(02).
002100     05  COT-DIA                PIC 9(02).
002110 01  COT-FECHA-EDITADA.
002120     05  FE-ANIO                PIC 9(04).
002130     05  FILLER                 PIC X VALUE "-".
002140     05  FE-MES                 PIC 9(02).
002150     05  FILLER                 PIC X VALUE "-".
002160     05  FE-DIA                 PIC 9(02).
002170
002180 01  LIN-ENCABEZADO-1.
002190     05  LE1-TITULO             PIC X(15) VALUE
002200         "COTIZACION NO. ".
002210     05  LE1-NUMERO             PIC 9(07).
002220     05  LE1-NUMERO-X REDEFINES LE1-NUMERO PIC X(07).
002230     05  FILLER                 PIC X(11) VALUE "  CLIENTE: ".
002240     05  LE1-CLIENTE            PIC X(08).
002250     05  FILLER                 PIC X(09) VALUE "  FECHA: ".
002260     05  LE1-FECHA              PIC X(10).
002270     05  FILLER                 PIC X(08) VALUE "  PAG.: ".
002280     05  LE1-PAGINA             PIC ZZ9.
002290     05  FILLER                 PIC X(09) VALUE SPACES.
002300 01  LIN-ENCABEZADO-3.
002310     05  FILLER                 PIC X(04) VALUE "LIN".
002320     05  FILLER                 PIC X(09) VALUE "ARTICULO".
002330     05  FILLER                 PIC X(21) VALUE "DESCRIPCION".
002340     05  FILLER                 PIC X(11) VALUE "FECHA".
002350     05  FILLER                 PIC X(06) VALUE " CANT".
002360     05  FILLER                 PIC X(05) VALUE "TRAM".
002370     05  FILLER                 PIC X(07) VALUE "PRECIO".
002380     05  FILLER                 PIC X(11) VALUE "    IMPORTE".
002390     05  FILLER                 PIC X(06) VALUE SPACES.
002400 01  LIN-DETALLE.
002410     05  LD-LINEA               PIC ZZ9.
002420     05  FILLER                 PIC X(01) VALUE SPACES.
002430     05  LD-CODIGO              PIC X(08).
002440     05  FILLER                 PIC X(01) VALUE SPACES.
002450     05  LD-DESCRIPCION         PIC X(20).
002460     05  FILLER                 PIC X(01) VALUE SPACES.
002470     05  LD-FECHA               PIC X(10).
002480     05  FILLER                 PIC X(01) VALUE SPACES.
002490     05  LD-CANTIDAD            PIC Z(04)9.
002500     05  FILLER                 PIC X(01) VALUE SPACES.
002510     05  LD-TRAMO               PIC ZZZ9.
002520     05  LD-TRAMO-X REDEFINES LD-TRAMO PIC X(04).
002530     05  FILLER                 PIC X(01) VALUE SPACES.
002540     05  LD-PRECIO              PIC ZZ9.99.
002550     05  FILLER                 PIC X(01) VALUE SPACES.
002560     05  LD-IMPORTE             PIC Z(07)9.99.
002570     05  FILLER                 PIC X(06) VALUE SPACES.
002580 01  LIN-TOTAL-COTIZACION.
002590     05  FILLER                 PIC X(34) VALUE SPACES.
002600     05  FILLER                 PIC X(29) VALUE
002610         "TOTAL DE LA COTIZACION".
002620     05  LTC-IMPORTE            PIC Z(07)9.99.
002630     05  FILLER                 PIC X(06) VALUE SPACES.
002640 01  LIN-SUBTITULO.
002650     05  LST-TEXTO              PIC X(40).
002660     05  FILLER                 PIC X(40) VALUE SPACES.
002670 01  LIN-EXCEPCION.
002680     05  FILLER                 PIC X(04) VALUE SPACES.
002690     05  LX-CODIGO              PIC X(08).
002700     05  FILLER                 PIC X(22) VALUE SPACES.
002710     05  LX-FECHA               PIC X(10).
002720     05  FILLER                 PIC X(01) VALUE SPACES.
002730     05  LX-CANTIDAD            PIC X(05).
002740     05  FILLER                 PIC X(02) VALUE SPACES.
002750     05  LX-MOTIVO              PIC X(28).
002760
002770 PROCEDURE DIVISION.
002780
002790 0000-MAINLINE.
002800     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002810     PERFORM 1100-LEER-REGISTRO THRU 1100-EXIT
002820         UNTIL FIN-REGISTRO.
002830     PERFORM 1200-ABRIR-SALIDAS THRU 1200-EXIT.
002840     PERFORM 2100-CARGAR-SOLICITUD THRU 2100-EXIT
002850         UNTIL FIN-SOLICITUDES.
002860     CLOSE SOLICITUDES.
002870     MOVE 0 TO COT-IND.
002880     PERFORM 3000-SIGUIENTE-CLIENTE THRU 3000-EXIT
002890         UNTIL COT-IND NOT < COT-NUM-SOLICITUDES.
002900     CLOSE MAESTRO-ARTICULOS.
002910     CLOSE REGISTRO-COTIZACIONES.
002920     CLOSE DOCUMENTO-COTIZACION.
002930     DISPLAY "COTIZACIONES TERMINADAS".
002940     DISPLAY "LINEAS SOLICITADAS: " COT-CONT-LEIDAS.
002950     DISPLAY "COTIZACIONES:       " COT-CONT-COTIZACIONES.
002960     DISPLAY "LINEAS COTIZADAS:   " COT-CONT-COTIZADAS.
002970     DISPLAY "EXCEPCIONES:        " COT-CONT-EXCEPCIONES.
002980     DISPLAY "SIN CLIENTE:        " COT-CONT-SIN-CLIENTE.
002990     IF COT-CONT-EXCEPCIONES > 0
003000        OR COT-CONT-SIN-CLIENTE > 0
003010         MOVE 4 TO RETURN-CODE
003020     ELSE
003030         MOVE 0 TO RETURN-CODE.
003040     STOP RUN.
003050 0000-EXIT.
003060     EXIT.
003070*
003080*    A MISSING REQUEST FILE STOPS THE RUN.  A REGISTER THAT
003090*    DOES NOT EXIST YET MEANS THE FIRST QUOTE IS NUMBER 1.
003100*
003110 1000-INICIALIZAR.
003120     ACCEPT COT-FECHA-SISTEMA FROM DATE YYYYMMDD.
003130     MOVE COT-ANIO TO FE-ANIO.
003140     MOVE COT-MES TO FE-MES.
003150     MOVE COT-DIA TO FE-DIA.
003160     OPEN INPUT SOLICITUDES.
003170     IF FS-SOLICITUDES NOT = "00"
003180         DISPLAY "FALTA EL ARCHIVO DE SOLICITUDES, ESTADO "
003190             FS-SOLICITUDES
003200         MOVE 12 TO RETURN-CODE
003210         STOP RUN.
003220     OPEN INPUT MAESTRO-ARTICULOS.
003230     PERFORM 6060-VERIFICAR-ARTICULOS THRU 6060-EXIT.
003240     OPEN INPUT REGISTRO-COTIZACIONES.
003250     IF FS-REGISTRO = "35"
003260         SET FIN-REGISTRO TO TRUE
003270     ELSE
003280         PERFORM 6030-VERIFICAR-REGISTRO THRU 6030-EXIT.
003290 1000-EXIT.
003300     EXIT.
003310*
003320*    THE HIGHEST QUOTE NUMBER ALREADY ISSUED.
003330*
003340 1100-LEER-REGISTRO.
003350     READ REGISTRO-COTIZACIONES
003360         AT END
003370             SET FIN-REGISTRO TO TRUE
003380             CLOSE REGISTRO-COTIZACIONES
003390         NOT AT END
003400             IF RC-NUMERO IS NUMERIC
003410                AND RC-NUMERO > COT-ULTIMO-NUMERO
003420                 MOVE RC-NUMERO TO COT-ULTIMO-NUMERO
003430             END-IF
003440     END-READ.
003450     IF NOT FIN-REGISTRO
003460         PERFORM 6030-VERIFICAR-REGISTRO THRU 6030-EXIT.
003470 1100-EXIT.
003480     EXIT.
003490
003500 1200-ABRIR-SALIDAS.
003510     OPEN EXTEND REGISTRO-COTIZACIONES.
003520     IF FS-REGISTRO NOT = "00"
003530         OPEN OUTPUT REGISTRO-COTIZACIONES.
003540     PERFORM 6030-VERIFICAR-REGISTRO THRU 6030-EXIT.
003550     OPEN OUTPUT DOCUMENTO-COTIZACION.
003560     PERFORM 6010-VERIFICAR-DOCUMENTO THRU 6010-EXIT.
003570 1200-EXIT.
003580     EXIT.
003590*
003600*    LOAD ONE REQUEST.  A LINE WITH NO CUSTOMER CANNOT GO ON
003610*    ANY DOCUMENT, SO IT IS ONLY SHOWN ON THE CONSOLE.
003620*
003630 2100-CARGAR-SOLICITUD.
003640     READ SOLICITUDES
003650         AT END
003660             SET FIN-SOLICITUDES TO TRUE
003670         NOT AT END
003680             ADD 1 TO COT-CONT-LEIDAS
003690             PERFORM 2200-GUARDAR-SOLICITUD THRU 2200-EXIT
003700     END-READ.
003710 2100-EXIT.
003720     EXIT.
003730
003740 2200-GUARDAR-SOLICITUD.
003750     IF SOL-CLIENTE = SPACES
003760         DISPLAY "SOLICITUD SIN CLIENTE, ARTICULO " SOL-CODIGO
003770         ADD 1 TO COT-CONT-SIN-CLIENTE
003780         GO TO 2200-EXIT.
003790     IF COT-NUM-SOLICITUDES NOT < COT-MAX-SOLICITUDES
003800         DISPLAY "TABLA DE SOLICITUDES LLENA ("
003810             COT-MAX-SOLICITUDES ")"
003820         MOVE 12 TO RETURN-CODE
003830         STOP RUN.
003840     ADD 1 TO COT-NUM-SOLICITUDES.
003850     MOVE SOL-CLIENTE TO COT-SOL-CLIENTE (COT-NUM-SOLICITUDES).
003860     MOVE SOL-CODIGO TO COT-SOL-CODIGO (COT-NUM-SOLICITUDES).
003870     MOVE SOL-CANTIDAD TO COT-SOL-CANTIDAD (COT-NUM-SOLICITUDES).
003880     IF SOL-FECHA = SPACES
003890         MOVE COT-FECHA-EDITADA
003900             TO COT-SOL-FECHA (COT-NUM-SOLICITUDES)
003910     ELSE
003920         MOVE SOL-FECHA TO COT-SOL-FECHA (COT-NUM-SOLICITUDES).
003930     MOVE SPACES TO COT-SOL-MOTIVO (COT-NUM-SOLICITUDES).
003940     MOVE "N" TO COT-SOL-TRATADA (COT-NUM-SOLICITUDES).
003950 2200-EXIT.
003960     EXIT.
003970*
003980*    THE NEXT REQUEST NOT YET QUOTED STARTS A NEW DOCUMENT FOR
003990*    ITS CUSTOMER.  ALL ITS LINES ARE PRICED FIRST; ONLY WHEN
004000*    AT LEAST ONE PRICES IS A QUOTE NUMBER TAKEN, AND THE
004010*    DOCUMENT GETS THE PRICED LINES, THEN THE TOTAL, THEN ANY
004020*    EXCEPTIONS.  THE REGISTER HOLDS PRICED LINES ONLY, SO A
004030*    NUMBER WITH NOTHING BEHIND IT WOULD BE ISSUED AGAIN NEXT
004040*    RUN; A CUSTOMER WITH NO PRICED LINE GETS ITS EXCEPTIONS
004050*    UNDER A SIN COTIZACION HEADING INSTEAD.
004060*
004070 3000-SIGUIENTE-CLIENTE.
004080     ADD 1 TO COT-IND.
004090     IF COT-SOL-TRATADA (COT-IND) = "S"
004100         GO TO 3000-EXIT.
004110     MOVE COT-SOL-CLIENTE (COT-IND) TO COT-CLIENTE.
004120     MOVE 0 TO COT-NUM-PAGINA.
004130     MOVE 0 TO COT-NUM-LINEA.
004140     MOVE 0 TO COT-TOTAL.
004150     MOVE 0 TO COT-LINEAS-EXCEPCION.
004160     MOVE 0 TO COT-LINEAS-COTIZABLES.
004170     COMPUTE COT-IND-LINEA = COT-IND - 1.
004180     PERFORM 3050-VALIDAR-LINEA THRU 3050-EXIT
004190         UNTIL COT-IND-LINEA NOT < COT-NUM-SOLICITUDES.
004200     ADD 1 TO COT-CONT-DOCUMENTOS.
004210     IF COT-LINEAS-COTIZABLES = 0
004220         MOVE "N" TO SW-CON-NUMERO
004230         PERFORM 3600-ENCABEZADO-COTIZACION THRU 3600-EXIT
004240         PERFORM 4100-SECCION-EXCEPCIONES THRU 4100-EXIT
004250         GO TO 3000-EXIT.
004260     SET CON-NUMERO TO TRUE.
004270     ADD 1 TO COT-ULTIMO-NUMERO.
004280     ADD 1 TO COT-CONT-COTIZACIONES.
004290     PERFORM 3600-ENCABEZADO-COTIZACION THRU 3600-EXIT.
004300     COMPUTE COT-IND-LINEA = COT-IND - 1.
004310     PERFORM 3100-COTIZAR-LINEA THRU 3100-EXIT
004320         UNTIL COT-IND-LINEA NOT < COT-NUM-SOLICITUDES.
004330     PERFORM 4000-TOTAL-COTIZACION THRU 4000-EXIT.
004340     IF COT-LINEAS-EXCEPCION > 0
004350         PERFORM 4100-SECCION-EXCEPCIONES THRU 4100-EXIT.
004360 3000-EXIT.
004370     EXIT.
004380*
004390*    FIRST PASS OVER THE CUSTOMER'S LINES: PRICE EACH ONE AND
004400*    COUNT THE PRICED LINES AND THE EXCEPTIONS.
004410*
004420 3050-VALIDAR-LINEA.
004430     ADD 1 TO COT-IND-LINEA.
004440     IF COT-SOL-CLIENTE (COT-IND-LINEA) NOT = COT-CLIENTE
004450         GO TO 3050-EXIT.
004460     MOVE "S" TO COT-SOL-TRATADA (COT-IND-LINEA).
004470     PERFORM 3200-PRECIO-LINEA THRU 3200-EXIT.
004480     IF COT-SOL-MOTIVO (COT-IND-LINEA) NOT = SPACES
004490         ADD 1 TO COT-LINEAS-EXCEPCION
004500         ADD 1 TO COT-CONT-EXCEPCIONES
004510     ELSE
004520         ADD 1 TO COT-LINEAS-COTIZABLES.
004530 3050-EXIT.
004540     EXIT.
004550*
004560*    SECOND PASS: EACH PRICED LINE IS PRICED AGAIN (THE SAME
004570*    MASTER READ LEAVES ITS DESCRIPTION AND TIER IN PLACE),
004580*    PRINTED AND REGISTERED UNDER THE QUOTE NUMBER.
004590*
004600 3100-COTIZAR-LINEA.
004610     ADD 1 TO COT-IND-LINEA.
004620     IF COT-SOL-CLIENTE (COT-IND-LINEA) NOT = COT-CLIENTE
004630        OR COT-SOL-MOTIVO (COT-IND-LINEA) NOT = SPACES
004640         GO TO 3100-EXIT.
004650     PERFORM 3200-PRECIO-LINEA THRU 3200-EXIT.
004660     ADD 1 TO COT-NUM-LINEA.
004670     ADD 1 TO COT-CONT-COTIZADAS.
004680     COMPUTE COT-IMPORTE = COT-CANTIDAD * COT-PRECIO-UNIDAD.
004690     ADD COT-IMPORTE TO COT-TOTAL.
004700     PERFORM 3400-LINEA-DOCUMENTO THRU 3400-EXIT.
004710     PERFORM 3500-GRABAR-REGISTRO THRU 3500-EXIT.
004720 3100-EXIT.
004730     EXIT.
004740*
004750*    PRICE ONE LINE, OR SAY WHY IT CANNOT BE PRICED.  THE
004760*    CHECKS AND THE PRICE AND TIER SELECTION ARE THE PRICE-
004770*    BOOK RUN'S, WITH THE QUOTE DATE AS THE AS-OF DATE AND THE
004780*    REQUESTED QUANTITY AS THE MULTIPLICADOR.
004790*
004800 3200-PRECIO-LINEA.
004810     MOVE COT-SOL-CANTIDAD (COT-IND-LINEA) TO COT-CANTIDAD-ALFA.
004820     INSPECT COT-CANTIDAD-ALFA REPLACING LEADING SPACES BY ZEROS.
004830     IF COT-CANTIDAD-ALFA IS NOT NUMERIC
004840         MOVE "CANTIDAD INVALIDA"
004850             TO COT-SOL-MOTIVO (COT-IND-LINEA)
004860         GO TO 3200-EXIT.
004870     MOVE COT-CANTIDAD-ALFA TO COT-CANTIDAD.
004880     IF COT-CANTIDAD = 0
004890         MOVE "CANTIDAD INVALIDA"
004900             TO COT-SOL-MOTIVO (COT-IND-LINEA)
004910         GO TO 3200-EXIT.
004920     MOVE COT-SOL-CODIGO (COT-IND-LINEA) TO ART-CODIGO.
004930     READ MAESTRO-ARTICULOS
004940         INVALID KEY
004950             MOVE "ARTICULO DESCONOCIDO"
004960                 TO COT-SOL-MOTIVO (COT-IND-LINEA)
004970             GO TO 3200-EXIT
004980     END-READ.
004990     PERFORM 6060-VERIFICAR-ARTICULOS THRU 6060-EXIT.
005000     IF ART-NUM-PRECIOS IS NOT NUMERIC
005010        OR ART-NUM-PRECIOS = 0
005020         MOVE "PRECIO ILEGIBLE EN MAESTRO"
005030             TO COT-SOL-MOTIVO (COT-IND-LINEA)
005040         GO TO 3200-EXIT.
005050     PERFORM 3250-ELEGIR-PRECIO THRU 3250-EXIT.
005060     IF NOT PRECIO-HALLADO
005070         MOVE "AUN NO VIGENTE EN LA FECHA"
005080             TO COT-SOL-MOTIVO (COT-IND-LINEA)
005090         GO TO 3200-EXIT.
005100     IF ART-HIST-PRECIO (COT-IND-PRECIO) IS NOT NUMERIC
005110         MOVE "PRECIO ILEGIBLE EN MAESTRO"
005120             TO COT-SOL-MOTIVO (COT-IND-LINEA)
005130         GO TO 3200-EXIT.
005140     MOVE ART-HIST-PRECIO (COT-IND-PRECIO) TO COT-PRECIO-UNIDAD.
005150     PERFORM 3300-APLICAR-TRAMO THRU 3300-EXIT.
005160 3200-EXIT.
005170     EXIT.
005180*
005190*    THE HISTORY ROWS ARE KEPT NEWEST FIRST, SO THE FIRST ROW
005200*    WHOSE DATE IS NOT PAST THE QUOTE DATE IS THE ONE IN FORCE.
005210*
005220 3250-ELEGIR-PRECIO.
005230     MOVE "N" TO SW-PRECIO-HALLADO.
005240     MOVE 0 TO COT-IND-PRECIO.
005250     PERFORM 3260-PROBAR-PRECIO THRU 3260-EXIT
005260         UNTIL PRECIO-HALLADO
005270            OR COT-IND-PRECIO NOT < ART-NUM-PRECIOS.
005280 3250-EXIT.
005290     EXIT.
005300
005310 3260-PROBAR-PRECIO.
005320     ADD 1 TO COT-IND-PRECIO.
005330     IF ART-HIST-FECHA (COT-IND-PRECIO)
005340             NOT > COT-SOL-FECHA (COT-IND-LINEA)
005350         SET PRECIO-HALLADO TO TRUE.
005360 3260-EXIT.
005370     EXIT.
005380*
005390*    OF THE TIERS WHOSE FROM-QUANTITY THE QUANTITY HAS
005400*    REACHED, THE HIGHEST ONE WINS; BELOW EVERY TIER THE BASE
005410*    PRICE STANDS.  A TIER WITH AN UNREADABLE QUANTITY OR
005420*    PRICE IS IGNORED, AS THE PRICE-BOOK RUN ZEROES IT.  A
005430*    MASTER RECORD FROM BEFORE THE TIERS EXISTED HAS NONE.
005440*
005450 3300-APLICAR-TRAMO.
005460     MOVE 0 TO COT-MEJOR-DESDE.
005470     IF ART-NUM-TRAMOS IS NOT NUMERIC
005480         GO TO 3300-EXIT.
005490     MOVE ART-NUM-TRAMOS TO COT-NUM-TRAMOS.
005500     MOVE 0 TO COT-IND-TRAMO.
005510     PERFORM 3320-PROBAR-TRAMO THRU 3320-EXIT
005520         UNTIL COT-IND-TRAMO NOT < COT-NUM-TRAMOS.
005530 3300-EXIT.
005540     EXIT.
005550
005560 3320-PROBAR-TRAMO.
005570     ADD 1 TO COT-IND-TRAMO.
005580     IF ART-TRAMO-DESDE (COT-IND-TRAMO) IS NOT NUMERIC
005590        OR ART-TRAMO-PRECIO (COT-IND-TRAMO) IS NOT NUMERIC
005600         GO TO 3320-EXIT.
005610     IF ART-TRAMO-DESDE (COT-IND-TRAMO) NOT > COT-CANTIDAD
005620        AND ART-TRAMO-DESDE (COT-IND-TRAMO) > COT-MEJOR-DESDE
005630         MOVE ART-TRAMO-DESDE (COT-IND-TRAMO) TO COT-MEJOR-DESDE
005640         MOVE ART-TRAMO-PRECIO (COT-IND-TRAMO)
005650             TO COT-PRECIO-UNIDAD.
005660 3320-EXIT.
005670     EXIT.
005680
005690 3400-LINEA-DOCUMENTO.
005700     IF COT-LIN-PAGINA NOT < COT-MAX-LIN-PAGINA
005710         PERFORM 3600-ENCABEZADO-COTIZACION THRU 3600-EXIT.
005720     MOVE COT-NUM-LINEA TO LD-LINEA.
005730     MOVE COT-SOL-CODIGO (COT-IND-LINEA) TO LD-CODIGO.
005740     MOVE ART-DESCRIPCION TO LD-DESCRIPCION.
005750     MOVE COT-SOL-FECHA (COT-IND-LINEA) TO LD-FECHA.
005760     MOVE COT-CANTIDAD TO LD-CANTIDAD.
005770     IF COT-MEJOR-DESDE = 0
005780         MOVE "BASE" TO LD-TRAMO-X
005790     ELSE
005800         MOVE COT-MEJOR-DESDE TO LD-TRAMO.
005810     MOVE COT-PRECIO-UNIDAD TO LD-PRECIO.
005820     MOVE COT-IMPORTE TO LD-IMPORTE.
005830     MOVE LIN-DETALLE TO REG-DOCUMENTO.
005840     WRITE REG-DOCUMENTO.
005850     PERFORM 6010-VERIFICAR-DOCUMENTO THRU 6010-EXIT.
005860     ADD 1 TO COT-LIN-PAGINA.
005870 3400-EXIT.
005880     EXIT.
005890
005900 3500-GRABAR-REGISTRO.
005910     MOVE SPACES TO REG-COTIZACION.
005920     MOVE COT-ULTIMO-NUMERO TO RC-NUMERO.
005930     MOVE COT-NUM-LINEA TO RC-LINEA.
005940     MOVE COT-CLIENTE TO RC-CLIENTE.
005950     MOVE COT-SOL-CODIGO (COT-IND-LINEA) TO RC-CODIGO.
005960     MOVE COT-SOL-FECHA (COT-IND-LINEA) TO RC-FECHA-COTIZACION.
005970     MOVE COT-CANTIDAD TO RC-CANTIDAD.
005980     MOVE COT-MEJOR-DESDE TO RC-TRAMO.
005990     MOVE COT-PRECIO-UNIDAD TO COT-PRECIO.
006000     MOVE COT-PRECIO-ENT TO RC-PRECIO-ENT.
006010     MOVE "." TO RC-PRECIO-PUNTO.
006020     MOVE COT-PRECIO-DEC TO RC-PRECIO-DEC.
006030     MOVE COT-IMPORTE-ENT TO RC-IMPORTE-ENT.
006040     MOVE "." TO RC-IMPORTE-PUNTO.
006050     MOVE COT-IMPORTE-DEC TO RC-IMPORTE-DEC.
006060     MOVE COT-FECHA-EDITADA TO RC-FECHA-EMISION.
006070     WRITE REG-COTIZACION.
006080     PERFORM 6030-VERIFICAR-REGISTRO THRU 6030-EXIT.
006090 3500-EXIT.
006100     EXIT.
006110*
006120*    EVERY DOCUMENT STARTS ON A NEW PAGE; A LONG ONE CARRIES
006130*    ITS QUOTE NUMBER AND CUSTOMER ONTO EACH CONTINUATION PAGE.
006140*    A DOCUMENT WITH NO PRICED LINE HAS NO NUMBER AND NO
006150*    COLUMN HEADINGS.
006160*
006170 3600-ENCABEZADO-COTIZACION.
006180     ADD 1 TO COT-NUM-PAGINA.
006190     IF CON-NUMERO
006200         MOVE "COTIZACION NO. " TO LE1-TITULO
006210         MOVE COT-ULTIMO-NUMERO TO LE1-NUMERO
006220     ELSE
006230         MOVE "SIN COTIZACION " TO LE1-TITULO
006240         MOVE SPACES TO LE1-NUMERO-X.
006250     MOVE COT-CLIENTE TO LE1-CLIENTE.
006260     MOVE COT-FECHA-EDITADA TO LE1-FECHA.
006270     MOVE COT-NUM-PAGINA TO LE1-PAGINA.
006280     MOVE LIN-ENCABEZADO-1 TO REG-DOCUMENTO.
006290     IF COT-CONT-DOCUMENTOS = 1
006300        AND COT-NUM-PAGINA = 1
006310         WRITE REG-DOCUMENTO
006320     ELSE
006330         WRITE REG-DOCUMENTO AFTER ADVANCING PAGE.
006340     PERFORM 6010-VERIFICAR-DOCUMENTO THRU 6010-EXIT.
006350     MOVE SPACES TO REG-DOCUMENTO.
006360     WRITE REG-DOCUMENTO.
006370     PERFORM 6010-VERIFICAR-DOCUMENTO THRU 6010-EXIT.
006380     IF CON-NUMERO
006390         MOVE LIN-ENCABEZADO-3 TO REG-DOCUMENTO
006400         WRITE REG-DOCUMENTO
006410         PERFORM 6010-VERIFICAR-DOCUMENTO THRU 6010-EXIT.
006420     MOVE 0 TO COT-LIN-PAGINA.
006430 3600-EXIT.
006440     EXIT.
006450
006460 4000-TOTAL-COTIZACION.
006470     MOVE SPACES TO REG-DOCUMENTO.
006480     WRITE REG-DOCUMENTO.
006490     PERFORM 6010-VERIFICAR-DOCUMENTO THRU 6010-EXIT.
006500     MOVE COT-TOTAL TO LTC-IMPORTE.
006510     MOVE LIN-TOTAL-COTIZACION TO REG-DOCUMENTO.
006520     WRITE REG-DOCUMENTO.
006530     PERFORM 6010-VERIFICAR-DOCUMENTO THRU 6010-EXIT.
006540     ADD 2 TO COT-LIN-PAGINA.
006550 4000-EXIT.
006560     EXIT.
006570*
006580*    THE LINES THIS CUSTOMER ASKED FOR THAT WERE NOT PRICED,
006590*    WITH THE REASON, SO SALES CAN CHASE THEM.
006600*
006610 4100-SECCION-EXCEPCIONES.
006620     IF COT-LIN-PAGINA + 4 > COT-MAX-LIN-PAGINA
006630         PERFORM 3600-ENCABEZADO-COTIZACION THRU 3600-EXIT.
006640     MOVE SPACES TO REG-DOCUMENTO.
006650     WRITE REG-DOCUMENTO.
006660     PERFORM 6010-VERIFICAR-DOCUMENTO THRU 6010-EXIT.
006670     MOVE "LINEAS NO COTIZADAS" TO LST-TEXTO.
006680     MOVE LIN-SUBTITULO TO REG-DOCUMENTO.
006690     WRITE REG-DOCUMENTO.
006700     PERFORM 6010-VERIFICAR-DOCUMENTO THRU 6010-EXIT.
006710     ADD 2 TO COT-LIN-PAGINA.
006720     COMPUTE COT-IND-LINEA = COT-IND - 1.
006730     PERFORM 4200-LINEA-EXCEPCION THRU 4200-EXIT
006740         UNTIL COT-IND-LINEA NOT < COT-NUM-SOLICITUDES.
006750 4100-EXIT.
006760     EXIT.
006770
006780 4200-LINEA-EXCEPCION.
006790     ADD 1 TO COT-IND-LINEA.
006800     IF COT-SOL-CLIENTE (COT-IND-LINEA) NOT = COT-CLIENTE
006810        OR COT-SOL-MOTIVO (COT-IND-LINEA) = SPACES
006820         GO TO 4200-EXIT.
006830     IF COT-LIN-PAGINA NOT < COT-MAX-LIN-PAGINA
006840         PERFORM 3600-ENCABEZADO-COTIZACION THRU 3600-EXIT.
006850     MOVE COT-SOL-CODIGO (COT-IND-LINEA) TO LX-CODIGO.
006860     MOVE COT-SOL-FECHA (COT-IND-LINEA) TO LX-FECHA.
006870     MOVE COT-SOL-CANTIDAD (COT-IND-LINEA) TO LX-CANTIDAD.
006880     MOVE COT-SOL-MOTIVO (COT-IND-LINEA) TO LX-MOTIVO.
006890     MOVE LIN-EXCEPCION TO REG-DOCUMENTO.
006900     WRITE REG-DOCUMENTO.
006910     PERFORM 6010-VERIFICAR-DOCUMENTO THRU 6010-EXIT.
006920     ADD 1 TO COT-LIN-PAGINA.
006930 4200-EXIT.
006940     EXIT.
006950*
006960*    SHARED FILE-STATUS CHECKS.  THE REGISTER IS WHAT SALES
006970*    WILL HOLD THE PRICES TO, SO A FAILURE STOPS THE RUN.
006980*
006990 6010-VERIFICAR-DOCUMENTO.
007000     IF FS-DOCUMENTO NOT = "00"
007010         DISPLAY "ERROR EN LOS DOCUMENTOS DE COTIZACION, ESTADO "
007020             FS-DOCUMENTO
007030         MOVE 12 TO RETURN-CODE
007040         STOP RUN.
007050 6010-EXIT.
007060     EXIT.
007070
007080 6030-VERIFICAR-REGISTRO.
007090     IF FS-REGISTRO NOT = "00"
007100         DISPLAY "ERROR EN EL REGISTRO DE COTIZACIONES, ESTADO "
007110             FS-REGISTRO
007120         MOVE 12 TO RETURN-CODE
007130         STOP RUN.
007140 6030-EXIT.
007150     EXIT.
007160
007170 6060-VERIFICAR-ARTICULOS.
007180     IF FS-ARTICULOS NOT = "00"
007190         DISPLAY "ERROR EN EL MAESTRO DE ARTICULOS, ESTADO "
007200             FS-ARTICULOS
007210         MOVE 12 TO RETURN-CODE
007220         STOP RUN.
007230 6060-EXIT.
007240     EXIT.
007250
007260 END PROGRAM COTIZA.

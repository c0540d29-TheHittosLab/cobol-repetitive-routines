000320*                       THE TRAILER - BEFORE A SINGLE MASTER
000330*                       RECORD IS TOUCHED.  A FILE THAT DOES
000340*                       NOT PROVE OUT ENDS WITH RETURN CODE 16.
000350*    2026-10-15  JA    ROWS OF A PRICE TABLE CONVERTED TO ANOTHER
000360*                       CURRENCY ARE COUNTED AND NOT LOADED: THE
000370*                       MASTER'S KEY HAS NO CURRENCY, SO IT KEEPS
000380*                       THE BASE-CURRENCY TABLES ONLY.
000390*    ------------------------------------------------------------
000400*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. GENERIC.
000440 OBJECT-COMPUTER. GENERIC.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT ARCHIVO-INTERFAZ ASSIGN TO INTERFAZ
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         ACCESS MODE IS SEQUENTIAL
000500         FILE STATUS IS FS-INTERFAZ.
000510     SELECT MAESTRO-TABLAS ASSIGN TO TABMAST
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS MT-CLAVE
000550         FILE STATUS IS FS-MAESTRO.
000560     SELECT ARCHIVO-CTRL-EJEC ASSIGN TO RUNCTRL
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS FS-CTRL-EJEC.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  ARCHIVO-INTERFAZ
000640     LABEL RECORDS ARE STANDARD.
000650 01  REG-INTERFAZ.
000660     05  IF-TIPO                PIC X(01).
000670     05  FILLER                 PIC X(01).
000680     05  IF-VALOR               PIC X(08).
000690     05  FILLER                 PIC X(01).
000700     05  IF-MULTIPLICADOR       PIC 999.
000710     05  FILLER                 PIC X(01).
000720     05  IF-VALOR-RESULTADO     PIC X(10).
000730     05  FILLER                 PIC X(01).
000740     05  IF-CODIGO-ARTICULO     PIC X(08).
000750     05  FILLER                 PIC X(01).
000760     05  IF-SERIE               PIC 9(06).
000770     05  FILLER                 PIC X(01).
000780     05  IF-MONEDA              PIC X(03).
000790 01  REG-INTERFAZ-PIE.
000800     05  PIE-TIPO               PIC X(01).
000810     05  FILLER                 PIC X(01).
000820     05  PIE-CONT               PIC 9(07).
000830     05  FILLER                 PIC X(01).
000840     05  PIE-TOTAL-ENT          PIC 9(09).
000850     05  PIE-PUNTO              PIC X(01).
000860     05  PIE-TOTAL-DEC          PIC 9(02).
000870     05  FILLER                 PIC X(01).
000880     05  PIE-SERIE              PIC 9(06).
000890
000900 FD  MAESTRO-TABLAS
000910     LABEL RECORDS ARE STANDARD.
000920 01  REG-MAESTRO.
000930     05  MT-CLAVE.
000940         10  MT-VALOR           PIC X(08).
000950         10  MT-MULTIPLICADOR   PIC 999.
000960     05  MT-TIPO                PIC X(01).
000970     05  MT-VALOR-RESULTADO     PIC X(10).
000980     05  MT-CODIGO-ARTICULO     PIC X(08).
000990     05  MT-FECHA-CARGA         PIC X(10).
001000
001010 FD  ARCHIVO-CTRL-EJEC
001020     LABEL RECORDS ARE STANDARD.
001030 01  REG-CTRL-EJEC.
001040     05  CTR-SERIE              PIC 9(06).
001050     05  FILLER                 PIC X(01).
001060     05  CTR-ESTADO             PIC X(01).
001070     05  FILLER                 PIC X(01).
001080     05  CTR-FECHA              PIC X(10).
001090     05  FILLER                 PIC X(01).
001100     05  CTR-HORA               PIC X(08).
001110
001120 WORKING-STORAGE SECTION.
001130*
001140*    SWITCHES AND COUNTERS.
001150*
001160 77  FS-INTERFAZ                PIC X(02) VALUE "00".
001170 77  FS-MAESTRO                 PIC X(02) VALUE "00".
001180 77  CTB-CONT-LEIDOS            PIC 9(07) VALUE 0.
001190 77  CTB-CONT-ALTAS             PIC 9(07) VALUE 0.
001200 77  CTB-CONT-REEMPLAZOS        PIC 9(07) VALUE 0.
001210 77  FS-CTRL-EJEC               PIC X(02) VALUE "00".
001220 77  CTB-SERIE                  PIC 9(06) VALUE 0.
001230 77  CTB-CONT-OTRA-SERIE        PIC 9(07) VALUE 0.
001240 77  CTB-CONT-DETALLE           PIC 9(07) VALUE 0.
001250 77  CTB-PIE-CONT               PIC 9(07) VALUE 0.
001260 77  CTB-TOTAL-ARCHIVO          PIC 9(11)V99 VALUE 0.
001270 77  CTB-PIE-TOTAL              PIC 9(11)V99 VALUE 0.
001280 77  CTB-CONT-OTRA-MONEDA       PIC 9(07) VALUE 0.
001290
001300 01  SW-FIN-INTERFAZ             PIC X(01) VALUE "N".
001310     88  FIN-INTERFAZ                      VALUE "S".
001320 01  SW-PIE-VISTO                PIC X(01) VALUE "N".
001330     88  PIE-VISTO                         VALUE "S".
001340 01  SW-DEED-PUNTO               PIC X(01) VALUE "N".
001350     88  DEED-TRAS-PUNTO                   VALUE "S".
001360*
001370*    IF-VALOR-RESULTADO IS EDITED TEXT, SO THE CONTROL TOTAL IS
001380*    BUILT BY DE-EDITING EACH ROW THE SAME WAY THE BALANCING
001390*    STEP DOES: DIGITS ACCUMULATED LEFT TO RIGHT, A DECIMAL
001400*    POINT SCALING THE VALUE BACK DOWN.
001410*
001420 01  CTB-DEEDITAR-TRABAJO.
001430     05  CTB-DEED-TEXTO         PIC X(10).
001440     05  CTB-DEED-IND           PIC 9(02) COMP.
001450     05  CTB-DEED-CAR           PIC X(01).
001460     05  CTB-DEED-CAR-NUM REDEFINES CTB-DEED-CAR PIC 9.
001470     05  CTB-DEED-ACUMULADO     PIC 9(11).
001480     05  CTB-DEED-DECIMALES     PIC 9    COMP.
001490     05  CTB-DEED-VALOR         PIC 9(09)V99.
001500
001510 01  CTB-FECHA-SISTEMA.
001520     05  CTB-ANIO               PIC 9(04).
001530     05  CTB-MES                PIC 9(02).
001540     05  CTB-DIA                PIC 9(02).
001550 01  CTB-FECHA-EDITADA.
001560     05  FE-ANIO                PIC 9(04).
001570     05  FILLER                 PIC X VALUE "-".
001580     05  FE-MES                 PIC 9(02).
001590     05  FILLER                 PIC X VALUE "-".
001600     05  FE-DIA                 PIC 9(02).
001610
001620 PROCEDURE DIVISION.
001630
001640 0000-MAINLINE.
001650     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001660     PERFORM 2100-CARGAR-REGISTRO THRU 2100-EXIT
001670         UNTIL FIN-INTERFAZ.
001680     CLOSE ARCHIVO-INTERFAZ.
001690     CLOSE MAESTRO-TABLAS.
001700     DISPLAY "CARGA DEL MAESTRO DE TABLAS TERMINADA".
001710     DISPLAY "FILAS LEIDAS:      " CTB-CONT-LEIDOS.
001720     DISPLAY "ALTAS:             " CTB-CONT-ALTAS.
001730     DISPLAY "REEMPLAZOS:        " CTB-CONT-REEMPLAZOS.
001740     DISPLAY "DE OTRA SERIE:     " CTB-CONT-OTRA-SERIE.
001750     DISPLAY "EN OTRA MONEDA:    " CTB-CONT-OTRA-MONEDA.
001760     STOP RUN.
001770 0000-EXIT.
001780     EXIT.
001790*
001800*    OPEN THE INTERFACE FILE AND THE TABLE MASTER.  THE MASTER
001810*    IS CREATED THE FIRST TIME IT IS USED, THE SAME WAY THE
001820*    GENERATION RUN CREATES ITS CHECKPOINT FILE.  THE LOAD DATE
001830*    IS CAPTURED ONCE SO EVERY RECORD REFRESHED BY THIS RUN
001840*    CARRIES THE SAME STAMP.
001850*
001860 1000-INICIALIZAR.
001870     ACCEPT CTB-FECHA-SISTEMA FROM DATE YYYYMMDD.
001880     MOVE CTB-ANIO TO FE-ANIO.
001890     MOVE CTB-MES TO FE-MES.
001900     MOVE CTB-DIA TO FE-DIA.
001910     PERFORM 1100-LEER-SERIE THRU 1100-EXIT.
001920     OPEN INPUT ARCHIVO-INTERFAZ.
001930     PERFORM 6020-VERIFICAR-INTERFAZ THRU 6020-EXIT.
001940     PERFORM 1200-COMPROBAR-ENVOLTORIO THRU 1200-EXIT.
001950     CLOSE ARCHIVO-INTERFAZ.
001960     OPEN INPUT ARCHIVO-INTERFAZ.
001970     PERFORM 6020-VERIFICAR-INTERFAZ THRU 6020-EXIT.
001980     OPEN I-O MAESTRO-TABLAS.
001990     IF FS-MAESTRO NOT = "00"
002000         OPEN OUTPUT MAESTRO-TABLAS
002010         CLOSE MAESTRO-TABLAS
002020         OPEN I-O MAESTRO-TABLAS.
002030     PERFORM 6030-VERIFICAR-MAESTRO THRU 6030-EXIT.
002040 1000-EXIT.
002050     EXIT.
002060*
002070*    THE SERIAL THE GENERATION RUN JUST CLOSED, FROM THE RUN
002080*    CONTROL FILE.  WITHOUT THE CONTROL FILE THERE IS NOTHING
002090*    TO SELECT BY, SO THE LOAD FALLS BACK TO TAKING EVERY ROW
002100*    AND SAYS SO ON THE CONSOLE.
002110*
002120 1100-LEER-SERIE.
002130     OPEN INPUT ARCHIVO-CTRL-EJEC.
002140     IF FS-CTRL-EJEC NOT = "00"
002150         DISPLAY "SIN CONTROL DE EJECUCION (RUNCTRL), SE "
002160             "CARGAN TODAS LAS FILAS"
002170         GO TO 1100-EXIT.
002180     READ ARCHIVO-CTRL-EJEC
002190         AT END
002200             DISPLAY "CONTROL DE EJECUCION VACIO, SE CARGAN "
002210                 "TODAS LAS FILAS"
002220         NOT AT END
002230             IF CTR-SERIE IS NUMERIC
002240                 MOVE CTR-SERIE TO CTB-SERIE
002250             END-IF
002260     END-READ.
002270     CLOSE ARCHIVO-CTRL-EJEC.
002280 1100-EXIT.
002290     EXIT.
002300*
002310*    THE PRE-PASS THAT PROVES THE FILE ARRIVED WHOLE: EVERY
002320*    DETAIL ROW IS COUNTED AND ITS DE-EDITED RESULTADO ADDED
002330*    UP, AND BOTH FIGURES MUST MATCH THE TRAILER BEFORE THE
002340*    LOAD TOUCHES THE MASTER.  A FILE WITH NO TRAILER, OR ONE
002350*    THAT DOES NOT PROVE OUT, ENDS THE JOB WITH RETURN CODE 16
002360*    AND THE MASTER EXACTLY AS IT WAS.
002370*
002380 1200-COMPROBAR-ENVOLTORIO.
002390     PERFORM 1250-LEER-COMPROBACION THRU 1250-EXIT
002400         UNTIL FIN-INTERFAZ.
002410     MOVE "N" TO SW-FIN-INTERFAZ.
002420     IF NOT PIE-VISTO
002430         DISPLAY "LA INTERFAZ NO TRAE TRAILER, ARCHIVO "
002440             "INCOMPLETO O ANTERIOR AL ENVOLTORIO"
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN.
002470     IF CTB-PIE-CONT NOT = CTB-CONT-DETALLE
002480        OR CTB-PIE-TOTAL NOT = CTB-TOTAL-ARCHIVO
002490         DISPLAY "EL TRAILER DE LA INTERFAZ NO CUADRA: "
002500             "FILAS " CTB-CONT-DETALLE " DE " CTB-PIE-CONT
002510         DISPLAY "EJECUCION DETENIDA. EL MAESTRO NO SE HA "
002520             "TOCADO."
002530         MOVE 16 TO RETURN-CODE
002540         STOP RUN.
002550 1200-EXIT.
002560     EXIT.
002570
002580 1250-LEER-COMPROBACION.
002590     READ ARCHIVO-INTERFAZ
002600         AT END
002610             SET FIN-INTERFAZ TO TRUE
002620         NOT AT END
002630             IF IF-TIPO = "T"
002640                 SET PIE-VISTO TO TRUE
002650                 MOVE PIE-CONT TO CTB-PIE-CONT
002660                 COMPUTE CTB-PIE-TOTAL =
002670                     PIE-TOTAL-ENT + (PIE-TOTAL-DEC / 100)
002680             ELSE IF IF-TIPO NOT = "H"
002690                 ADD 1 TO CTB-CONT-DETALLE
002700                 MOVE IF-VALOR-RESULTADO TO CTB-DEED-TEXTO
002710                 PERFORM 8100-DEEDITAR THRU 8100-EXIT
002720                 ADD CTB-DEED-VALOR TO CTB-TOTAL-ARCHIVO
002730             END-IF
002740     END-READ.
002750 1250-EXIT.
002760     EXIT.
002770*
002780*    ONE INTERFACE ROW BECOMES ONE MASTER RECORD.  A ROW
002790*    STAMPED WITH ANOTHER RUN'S SERIAL IS COUNTED AND LEFT
002800*    ALONE.  WRITE FIRST; AN INVALID KEY MEANS THE KEY IS
002810*    ALREADY ON THE MASTER, SO THE EXISTING RECORD IS
002820*    REPLACED INSTEAD.
002830*
002840 2100-CARGAR-REGISTRO.
002850     READ ARCHIVO-INTERFAZ
002860         AT END
002870             SET FIN-INTERFAZ TO TRUE
002880         NOT AT END
002890             IF IF-TIPO = "H" OR IF-TIPO = "T"
002900                 CONTINUE
002910             ELSE
002920                 ADD 1 TO CTB-CONT-LEIDOS
002930                 IF CTB-SERIE > 0
002940                    AND IF-SERIE NOT = CTB-SERIE
002950                     ADD 1 TO CTB-CONT-OTRA-SERIE
002960                 ELSE
002970                     PERFORM 2200-GRABAR-MAESTRO THRU 2200-EXIT
002980                 END-IF
002990             END-IF
003000     END-READ.
003010 2100-EXIT.
003020     EXIT.
003030
003040*
003050*    A ROW IN ANOTHER CURRENCY IS COUNTED AND LEFT ALONE: ITS
003060*    VALOR AND MULTIPLICADOR WOULD LAND ON THE KEY OF A BASE
003070*    TABLE AND OVERWRITE IT.
003080*
003090 2200-GRABAR-MAESTRO.
003100     IF IF-MONEDA NOT = SPACES
003110         ADD 1 TO CTB-CONT-OTRA-MONEDA
003120         GO TO 2200-EXIT.
003130     MOVE SPACES TO REG-MAESTRO.
003140     MOVE IF-VALOR TO MT-VALOR.
003150     MOVE IF-MULTIPLICADOR TO MT-MULTIPLICADOR.
003160     MOVE IF-TIPO TO MT-TIPO.
003170     MOVE IF-VALOR-RESULTADO TO MT-VALOR-RESULTADO.
003180     MOVE IF-CODIGO-ARTICULO TO MT-CODIGO-ARTICULO.
003190     MOVE CTB-FECHA-EDITADA TO MT-FECHA-CARGA.
003200     WRITE REG-MAESTRO
003210         INVALID KEY
003220             REWRITE REG-MAESTRO
003230             PERFORM 6030-VERIFICAR-MAESTRO THRU 6030-EXIT
003240             ADD 1 TO CTB-CONT-REEMPLAZOS
003250         NOT INVALID KEY
003260             ADD 1 TO CTB-CONT-ALTAS
003270     END-WRITE.
003280     PERFORM 6030-VERIFICAR-MAESTRO THRU 6030-EXIT.
003290 2200-EXIT.
003300     EXIT.
003310*
003320*    SHARED FILE-STATUS CHECKS.  THE TABLE MASTER IS THE COPY
003330*    DOWNSTREAM READERS WILL TRUST, SO A FAILURE STOPS THE LOAD
003340*    INSTEAD OF LEAVING IT HALF REFRESHED WITHOUT A TRACE.
003350*
003360 6020-VERIFICAR-INTERFAZ.
003370     IF FS-INTERFAZ NOT = "00"
003380         DISPLAY "ERROR EN EL ARCHIVO DE INTERFAZ, ESTADO "
003390             FS-INTERFAZ
003400         MOVE 12 TO RETURN-CODE
003410         STOP RUN.
003420 6020-EXIT.
003430     EXIT.
003440*
003450 6030-VERIFICAR-MAESTRO.
003460     IF FS-MAESTRO NOT = "00"
003470         DISPLAY "ERROR EN EL MAESTRO DE TABLAS, ESTADO "
003480             FS-MAESTRO
003490         MOVE 12 TO RETURN-CODE
003500         STOP RUN.
003510 6030-EXIT.
003520     EXIT.
003530
003540*
003550*    DE-EDIT ONE Z(5)9 OR Z(5)9.99 TEXT VALUE, AS THE
003560*    BALANCING STEP DOES: DIGITS ARE ACCUMULATED LEFT TO RIGHT
003570*    AND THE POSITIONS SEEN AFTER A DECIMAL POINT SCALE THE
003580*    RESULT BACK DOWN.
003590*
003600 8100-DEEDITAR.
003610     MOVE 0 TO CTB-DEED-ACUMULADO.
003620     MOVE 0 TO CTB-DEED-DECIMALES.
003630     MOVE "N" TO SW-DEED-PUNTO.
003640     MOVE 0 TO CTB-DEED-IND.
003650     PERFORM 8150-DEEDITAR-CARACTER THRU 8150-EXIT
003660         UNTIL CTB-DEED-IND NOT < 10.
003670     IF CTB-DEED-DECIMALES = 2
003680         COMPUTE CTB-DEED-VALOR = CTB-DEED-ACUMULADO / 100
003690     ELSE IF CTB-DEED-DECIMALES = 1
003700         COMPUTE CTB-DEED-VALOR = CTB-DEED-ACUMULADO / 10
003710     ELSE
003720         MOVE CTB-DEED-ACUMULADO TO CTB-DEED-VALOR.
003730 8100-EXIT.
003740     EXIT.
003750
003760 8150-DEEDITAR-CARACTER.
003770     ADD 1 TO CTB-DEED-IND.
003780     MOVE CTB-DEED-TEXTO (CTB-DEED-IND:1) TO CTB-DEED-CAR.
003790     IF CTB-DEED-CAR IS NUMERIC
003800         COMPUTE CTB-DEED-ACUMULADO =
003810             (CTB-DEED-ACUMULADO * 10) + CTB-DEED-CAR-NUM
003820         IF DEED-TRAS-PUNTO
003830             ADD 1 TO CTB-DEED-DECIMALES
003840         END-IF
003850     ELSE
003860         IF CTB-DEED-CAR = "."
003870             SET DEED-TRAS-PUNTO TO TRUE.
003880 8150-EXIT.
003890     EXIT.
003900
003910 END PROGRAM CARGATAB.

000280*    2026-09-02  JA    THE AUDIT RECORD NOW CARRIES THE RUN
000290*                       SERIAL; THE RECORD AND ITS ARCHIVE
000300*                       COPIES GROW FROM 43 TO 50 BYTES.
000310*    2026-10-15  JA    THE AUDIT RECORD NOW CARRIES THE CURRENCY
000320*                       OF CONVERTED PRICE TABLES; THE RECORD AND
000330*                       ITS ARCHIVE COPIES GROW FROM 50 TO 54
000340*                       BYTES.
000350*    ------------------------------------------------------------
000360*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. GENERIC.
000400 OBJECT-COMPUTER. GENERIC.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ARCHIVO-AUDITORIA ASSIGN TO AUDITLOG
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         ACCESS MODE IS SEQUENTIAL
000460         FILE STATUS IS FS-AUDITORIA.
000470     SELECT ARCHIVO-MENSUAL ASSIGN TO DYNAMIC ARC-NOMB-ARCHIVO
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         ACCESS MODE IS SEQUENTIAL
000500         FILE STATUS IS FS-MENSUAL.
000510     SELECT ARCHIVO-RETENIDO ASSIGN TO AUDITTMP
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS FS-RETENIDO.
000550     SELECT PARM-CORTE ASSIGN TO ARCHCORT
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS FS-PARM-CORTE.
000590     SELECT REPORTE-ARCHIVO ASSIGN TO ARCHREP
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS FS-REPORTE.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  ARCHIVO-AUDITORIA
000670     LABEL RECORDS ARE STANDARD.
000680 01  REG-AUDITORIA.
000690     05  AUD-FECHA              PIC X(10).
000700     05  FILLER                 PIC X(01).
000710     05  AUD-HORA               PIC X(08).
000720     05  FILLER                 PIC X(01).
000730     05  AUD-VALOR              PIC X(08).
000740     05  FILLER                 PIC X(01).
000750     05  AUD-MULTIPLICADOR      PIC 999.
000760     05  FILLER                 PIC X(01).
000770     05  AUD-VALOR-RESULTADO    PIC X(10).
000780     05  FILLER                 PIC X(01).
000790     05  AUD-SERIE              PIC 9(06).
000800     05  FILLER                 PIC X(01).
000810     05  AUD-MONEDA             PIC X(03).
000820
000830 FD  ARCHIVO-MENSUAL
000840     LABEL RECORDS ARE STANDARD.
000850 01  REG-MENSUAL                PIC X(54).
000860
000870 FD  ARCHIVO-RETENIDO
000880     LABEL RECORDS ARE STANDARD.
000890 01  REG-RETENIDO               PIC X(54).
000900
000910 FD  PARM-CORTE
000920     LABEL RECORDS ARE STANDARD.
000930 01  REG-PARM-CORTE             PIC X(10).
000940
000950 FD  REPORTE-ARCHIVO
000960     LABEL RECORDS ARE STANDARD.
000970 01  REG-REPORTE                PIC X(80).
000980
000990 WORKING-STORAGE SECTION.
001000*
001010*    SWITCHES AND COUNTERS.
001020*
001030 77  FS-AUDITORIA               PIC X(02) VALUE "00".
001040 77  FS-MENSUAL                 PIC X(02) VALUE "00".
001050 77  FS-RETENIDO                PIC X(02) VALUE "00".
001060 77  FS-PARM-CORTE              PIC X(02) VALUE "00".
001070 77  FS-REPORTE                 PIC X(02) VALUE "00".
001080 77  ARC-NOMB-ARCHIVO           PIC X(08).
001090 77  ARC-MES-ABIERTO            PIC X(08) VALUE SPACES.
001100 77  ARC-MAX-MESES              PIC 9(03) COMP VALUE 240.
001110 77  ARC-NUM-MESES              PIC 9(03) COMP VALUE 0.
001120 77  ARC-IND                    PIC 9(03) COMP VALUE 0.
001130 77  ARC-CONT-LEIDOS            PIC 9(07) VALUE 0.
001140 77  ARC-CONT-ARCHIVADOS        PIC 9(07) VALUE 0.
001150 77  ARC-CONT-RETENIDOS         PIC 9(07) VALUE 0.
001160
001170 01  SW-FIN-AUDITORIA            PIC X(01) VALUE "N".
001180     88  FIN-AUDITORIA                     VALUE "S".
001190 01  SW-FIN-RETENIDO             PIC X(01) VALUE "N".
001200     88  FIN-RETENIDO                      VALUE "S".
001210 01  SW-MES-HALLADO              PIC X(01) VALUE "N".
001220     88  MES-HALLADO                       VALUE "S".
001230
001240 01  ARC-FECHA-CORTE            PIC X(10) VALUE SPACES.
001250*
001260*    ONE TALLY PER ARCHIVE MONTH TOUCHED BY THIS SWEEP, FOR THE
001270*    END-OF-JOB SUMMARY.
001280*
001290 01  ARC-TABLA-MESES.
001300     05  ARC-MES OCCURS 240 TIMES.
001310         10  ARC-MES-NOMBRE     PIC X(08).
001320         10  ARC-MES-CONT       PIC 9(07).
001330
001340 01  LIN-TITULO.
001350     05  FILLER                 PIC X(28) VALUE
001360         "ARCHIVADO DEL LOG AUDITORIA ".
001370     05  FILLER                 PIC X(07) VALUE "CORTE: ".
001380     05  LT-CORTE               PIC X(10).
001390     05  FILLER                 PIC X(35) VALUE SPACES.
001400 01  LIN-MES.
001410     05  FILLER                 PIC X(09) VALUE "ARCHIVO: ".
001420     05  LM-NOMBRE              PIC X(08).
001430     05  FILLER                 PIC X(02) VALUE SPACES.
001440     05  LM-CONT                PIC Z(06)9.
001450     05  FILLER                 PIC X(10) VALUE " REGISTROS".
001460     05  FILLER                 PIC X(44) VALUE SPACES.
001470 01  LIN-TOTAL.
001480     05  LTO-ETIQUETA           PIC X(22).
001490     05  FILLER                 PIC X(02) VALUE SPACES.
001500     05  LTO-CONT               PIC Z(06)9.
001510     05  FILLER                 PIC X(49) VALUE SPACES.
001520
001530 PROCEDURE DIVISION.
001540
001550 0000-MAINLINE.
001560     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001570     PERFORM 2100-REPARTIR-REGISTRO THRU 2100-EXIT
001580         UNTIL FIN-AUDITORIA.
001590     PERFORM 3000-REESCRIBIR-LOG THRU 3000-EXIT.
001600     PERFORM 4000-IMPRIMIR-RESUMEN THRU 4000-EXIT.
001610     STOP RUN.
001620 0000-EXIT.
001630     EXIT.
001640*
001650*    READ THE CUTOFF PARAMETER AND OPEN THE LIVE LOG AND THE
001660*    RETAINED-RECORDS WORK FILE.  EVERYTHING STOPS HERE IF THE
001670*    CUTOFF IS MISSING, SO A MISLAID PARAMETER CAN NEVER EMPTY
001680*    THE LOG BY ACCIDENT.
001690*
001700 1000-INICIALIZAR.
001710     OPEN INPUT PARM-CORTE.
001720     IF FS-PARM-CORTE = "00"
001730         READ PARM-CORTE
001740             AT END
001750                 CONTINUE
001760             NOT AT END
001770                 MOVE REG-PARM-CORTE TO ARC-FECHA-CORTE
001780         END-READ
001790         CLOSE PARM-CORTE.
001800     IF ARC-FECHA-CORTE = SPACES
001810         DISPLAY "FALTA LA FECHA DE CORTE (AAAA-MM-DD)."
001820         DISPLAY "EJECUCION DETENIDA. EL LOG NO SE HA TOCADO."
001830         MOVE 12 TO RETURN-CODE
001840         STOP RUN.
001850     OPEN INPUT ARCHIVO-AUDITORIA.
001860     PERFORM 6000-VERIFICAR-AUDITORIA THRU 6000-EXIT.
001870     OPEN OUTPUT ARCHIVO-RETENIDO.
001880     PERFORM 6040-VERIFICAR-RETENIDO THRU 6040-EXIT.
001890 1000-EXIT.
001900     EXIT.
001910*
001920*    ONE RECORD AT A TIME: OLDER THAN THE CUTOFF GOES TO ITS
001930*    MONTHLY ARCHIVE, ANYTHING ELSE IS KEPT FOR THE LIVE LOG.
001940*    AUD-FECHA IS AAAA-MM-DD, SO A PLAIN TEXT COMPARE ORDERS
001950*    THE DATES CORRECTLY.
001960*
001970 2100-REPARTIR-REGISTRO.
001980     READ ARCHIVO-AUDITORIA
001990         AT END
002000             SET FIN-AUDITORIA TO TRUE
002010         NOT AT END
002020             ADD 1 TO ARC-CONT-LEIDOS
002030             IF AUD-FECHA < ARC-FECHA-CORTE
002040                 PERFORM 2200-ARCHIVAR-REGISTRO THRU 2200-EXIT
002050             ELSE
002060                 MOVE REG-AUDITORIA TO REG-RETENIDO
002070                 WRITE REG-RETENIDO
002080                 PERFORM 6040-VERIFICAR-RETENIDO THRU 6040-EXIT
002090                 ADD 1 TO ARC-CONT-RETENIDOS
002100             END-IF
002110     END-READ.
002120 2100-EXIT.
002130     EXIT.
002140*
002150*    THE ARCHIVE NAME IS BUILT FROM THE RECORD'S OWN YEAR AND
002160*    MONTH.  THE LOG IS WRITTEN CHRONOLOGICALLY, SO THE MONTH
002170*    NORMALLY ONLY CHANGES FORWARD; EXTEND MAKES THE SWEEP
002180*    CORRECT EVEN IF IT DOES NOT.
002190*
002200 2200-ARCHIVAR-REGISTRO.
002210     MOVE SPACES TO ARC-NOMB-ARCHIVO.
002220     STRING "A" AUD-FECHA (1:4) AUD-FECHA (6:2)
002230         DELIMITED BY SIZE
002240         INTO ARC-NOMB-ARCHIVO.
002250     IF ARC-NOMB-ARCHIVO NOT = ARC-MES-ABIERTO
002260         IF ARC-MES-ABIERTO NOT = SPACES
002270             CLOSE ARCHIVO-MENSUAL
002280         END-IF
002290         OPEN EXTEND ARCHIVO-MENSUAL
002300         IF FS-MENSUAL NOT = "00"
002310             OPEN OUTPUT ARCHIVO-MENSUAL
002320         END-IF
002330         PERFORM 6050-VERIFICAR-MENSUAL THRU 6050-EXIT
002340         MOVE ARC-NOMB-ARCHIVO TO ARC-MES-ABIERTO
002350     END-IF.
002360     MOVE REG-AUDITORIA TO REG-MENSUAL.
002370     WRITE REG-MENSUAL.
002380     PERFORM 6050-VERIFICAR-MENSUAL THRU 6050-EXIT.
002390     ADD 1 TO ARC-CONT-ARCHIVADOS.
002400     PERFORM 2300-CONTAR-MES THRU 2300-EXIT.
002410 2200-EXIT.
002420     EXIT.
002430*
002440*    TALLY THE RECORD UNDER ITS ARCHIVE MONTH FOR THE SUMMARY.
002450*
002460 2300-CONTAR-MES.
002470     MOVE "N" TO SW-MES-HALLADO.
002480     MOVE 0 TO ARC-IND.
002490     PERFORM 2350-BUSCAR-MES THRU 2350-EXIT
002500         UNTIL MES-HALLADO
002510            OR ARC-IND NOT < ARC-NUM-MESES.
002520     IF MES-HALLADO
002530         ADD 1 TO ARC-MES-CONT (ARC-IND)
002540     ELSE
002550         IF ARC-NUM-MESES < ARC-MAX-MESES
002560             ADD 1 TO ARC-NUM-MESES
002570             MOVE ARC-NOMB-ARCHIVO
002580                 TO ARC-MES-NOMBRE (ARC-NUM-MESES)
002590             MOVE 1 TO ARC-MES-CONT (ARC-NUM-MESES).
002600 2300-EXIT.
002610     EXIT.
002620
002630 2350-BUSCAR-MES.
002640     ADD 1 TO ARC-IND.
002650     IF ARC-MES-NOMBRE (ARC-IND) = ARC-NOMB-ARCHIVO
002660         SET MES-HALLADO TO TRUE.
002670 2350-EXIT.
002680     EXIT.
002690*
002700*    REPLACE THE LIVE LOG WITH ONLY THE RETAINED RECORDS.  THE
002710*    WORK FILE KEEPS A FULL COPY UNTIL THE NEXT SWEEP, SO AN
002720*    ABEND DURING THE COPY-BACK LOSES NOTHING.
002730*
002740 3000-REESCRIBIR-LOG.
002750     IF ARC-MES-ABIERTO NOT = SPACES
002760         CLOSE ARCHIVO-MENSUAL.
002770     CLOSE ARCHIVO-AUDITORIA.
002780     CLOSE ARCHIVO-RETENIDO.
002790     OPEN OUTPUT ARCHIVO-AUDITORIA.
002800     PERFORM 6000-VERIFICAR-AUDITORIA THRU 6000-EXIT.
002810     OPEN INPUT ARCHIVO-RETENIDO.
002820     PERFORM 6040-VERIFICAR-RETENIDO THRU 6040-EXIT.
002830     PERFORM 3100-COPIAR-RETENIDO THRU 3100-EXIT
002840         UNTIL FIN-RETENIDO.
002850     CLOSE ARCHIVO-AUDITORIA.
002860     CLOSE ARCHIVO-RETENIDO.
002870 3000-EXIT.
002880     EXIT.
002890
002900 3100-COPIAR-RETENIDO.
002910     READ ARCHIVO-RETENIDO
002920         AT END
002930             SET FIN-RETENIDO TO TRUE
002940         NOT AT END
002950             MOVE REG-RETENIDO TO REG-AUDITORIA
002960             WRITE REG-AUDITORIA
002970             PERFORM 6000-VERIFICAR-AUDITORIA THRU 6000-EXIT
002980     END-READ.
002990 3100-EXIT.
003000     EXIT.
003010*
003020*    SUMMARY FOR THE OPERATOR: HOW MANY RECORDS WENT TO WHICH
003030*    MONTHLY ARCHIVE, AND HOW MANY STAYED ON THE LIVE LOG.
003040*
003050 4000-IMPRIMIR-RESUMEN.
003060     OPEN OUTPUT REPORTE-ARCHIVO.
003070     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003080     MOVE ARC-FECHA-CORTE TO LT-CORTE.
003090     MOVE LIN-TITULO TO REG-REPORTE.
003100     WRITE REG-REPORTE.
003110     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003120     MOVE SPACES TO REG-REPORTE.
003130     WRITE REG-REPORTE.
003140     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003150     MOVE 0 TO ARC-IND.
003160     PERFORM 4100-IMPRIMIR-MES THRU 4100-EXIT
003170         UNTIL ARC-IND NOT < ARC-NUM-MESES.
003180     MOVE SPACES TO REG-REPORTE.
003190     WRITE REG-REPORTE.
003200     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003210     MOVE "REGISTROS LEIDOS" TO LTO-ETIQUETA.
003220     MOVE ARC-CONT-LEIDOS TO LTO-CONT.
003230     MOVE LIN-TOTAL TO REG-REPORTE.
003240     WRITE REG-REPORTE.
003250     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003260     MOVE "REGISTROS ARCHIVADOS" TO LTO-ETIQUETA.
003270     MOVE ARC-CONT-ARCHIVADOS TO LTO-CONT.
003280     MOVE LIN-TOTAL TO REG-REPORTE.
003290     WRITE REG-REPORTE.
003300     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003310     MOVE "REGISTROS RETENIDOS" TO LTO-ETIQUETA.
003320     MOVE ARC-CONT-RETENIDOS TO LTO-CONT.
003330     MOVE LIN-TOTAL TO REG-REPORTE.
003340     WRITE REG-REPORTE.
003350     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003360     CLOSE REPORTE-ARCHIVO.
003370 4000-EXIT.
003380     EXIT.
003390
003400 4100-IMPRIMIR-MES.
003410     ADD 1 TO ARC-IND.
003420     MOVE ARC-MES-NOMBRE (ARC-IND) TO LM-NOMBRE.
003430     MOVE ARC-MES-CONT (ARC-IND) TO LM-CONT.
003440     MOVE LIN-MES TO REG-REPORTE.
003450     WRITE REG-REPORTE.
003460     PERFORM 6010-VERIFICAR-REPORTE THRU 6010-EXIT.
003470 4100-EXIT.
003480     EXIT.
003490*
003500*    SHARED FILE-STATUS CHECKS.  THE LOG IS THE ONLY PROOF OF
003510*    WHAT RAN, SO ANY FAILURE WHILE IT IS BEING MOVED STOPS THE
003520*    JOB AT ONCE; THE WORK FILE STILL HOLDS WHATEVER HAD BEEN
003530*    SPLIT OFF BEFORE THE FAILURE.
003540*
003550 6000-VERIFICAR-AUDITORIA.
003560     IF FS-AUDITORIA NOT = "00"
003570         DISPLAY "ERROR EN EL ARCHIVO DE AUDITORIA, ESTADO "
003580             FS-AUDITORIA
003590         MOVE 12 TO RETURN-CODE
003600         STOP RUN.
003610 6000-EXIT.
003620     EXIT.
003630*
003640 6010-VERIFICAR-REPORTE.
003650     IF FS-REPORTE NOT = "00"
003660         DISPLAY "ERROR EN EL RESUMEN DE ARCHIVADO, ESTADO "
003670             FS-REPORTE
003680         MOVE 12 TO RETURN-CODE
003690         STOP RUN.
003700 6010-EXIT.
003710     EXIT.
003720*
003730 6040-VERIFICAR-RETENIDO.
003740     IF FS-RETENIDO NOT = "00"
003750         DISPLAY "ERROR EN EL ARCHIVO DE TRABAJO, ESTADO "
003760             FS-RETENIDO
003770         MOVE 12 TO RETURN-CODE
003780         STOP RUN.
003790 6040-EXIT.
003800     EXIT.
003810*
003820 6050-VERIFICAR-MENSUAL.
003830     IF FS-MENSUAL NOT = "00"
003840         DISPLAY "ERROR EN EL ARCHIVO MENSUAL " ARC-NOMB-ARCHIVO
003850             ", ESTADO " FS-MENSUAL
003860         MOVE 12 TO RETURN-CODE
003870         STOP RUN.
003880 6050-EXIT.
003890     EXIT.
003900
003910 END PROGRAM ARCHAUD.

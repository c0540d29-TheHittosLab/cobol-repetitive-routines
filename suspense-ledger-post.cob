000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REGSUSP.
000030 AUTHOR. J. ALVAREZ.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    POSTS THE NIGHT'S SUSPENSE FILE TO THE CUMULATIVE
000090*    SUSPENSE LEDGER.  THE GENERATION RUN REBUILDS SUSPENSO
000100*    FRESH EVERY NIGHT AND THE WORK-OFF JOB ONLY SEES WHAT IS
000110*    IN FRONT OF IT, SO NOTHING REMEMBERED THAT THE SAME BAD
000120*    ITEM CODE WAS SET ASIDE NIGHT AFTER NIGHT.  THE LEDGER
000130*    (SUSACUM) HOLDS ONE RECORD PER EXCEPTION, KEYED BY REASON
000140*    CODE, SUS-ID-LOTE AND SUS-CONTENIDO, WITH THE NIGHT IT
000150*    WAS FIRST SET ASIDE, THE NIGHT THE CURRENT OPEN SPELL
000160*    BEGAN, THE LAST NIGHT SEEN, HOW MANY NIGHTS IT HAS BEEN
000170*    SUSPENDED IN ALL, AND THE LAST DISPOSITION THE WORK-OFF
000180*    JOB (RECICLA) GAVE IT.
000190*
000200*    EACH SUSPENSE RECORD EITHER
000210*        - OPENS A NEW LEDGER RECORD,
000220*        - COUNTS ONE MORE NIGHT ON A RECORD STILL OPEN, OR
000230*        - REOPENS A RECORD THE DESK HAD CLOSED (REPRO OR
000240*          ANULA), STARTING A NEW OPEN SPELL.
000250*    A NIGHT IS COUNTED ONCE PER SERIAL: A SUSPENSE RECORD
000260*    WHOSE SERIAL THE LEDGER RECORD HAS ALREADY SEEN (THE SAME
000270*    FILE POSTED TWICE, OR A DUPLICATE IN ONE NIGHT'S LIST)
000280*    IS SKIPPED, SO A RERUN OF THIS JOB CANNOT INFLATE THE
000290*    COUNTS.  THE LEDGER IS CREATED THE FIRST TIME IT IS USED.
000300*
000310*    RUN IT AFTER THE GENERATION RUN AND BEFORE THE WORK-OFF
000320*    JOB.  RETURN CODE 0 MEANS POSTED; 12 MEANS A FILE ERROR.
000330*
000340*    MODIFICATION HISTORY.
000350*    ------------------------------------------------------------
000360*    DATE        INIT  DESCRIPTION
000370*    ------------------------------------------------------------
000380*    2026-10-15  JA    NEW PROGRAM.
000390*    ------------------------------------------------------------
000400*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. GENERIC.
000440 OBJECT-COMPUTER. GENERIC.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT ARCHIVO-SUSPENSO ASSIGN TO SUSPENSO
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         ACCESS MODE IS SEQUENTIAL
000500         FILE STATUS IS FS-SUSPENSO.
000510     SELECT ACUMULADO-SUSPENSO ASSIGN TO SUSACUM
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS LS-CLAVE
000550         FILE STATUS IS FS-ACUMULADO.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  ARCHIVO-SUSPENSO
000600     LABEL RECORDS ARE STANDARD.
000610 01  REG-SUSPENSO.
000620     05  SUS-FECHA              PIC X(10).
000630     05  FILLER                 PIC X(01).
000640     05  SUS-MOTIVO             PIC X(05).
000650     05  FILLER                 PIC X(01).
000660     05  SUS-ID-LOTE            PIC X(08).
000670     05  FILLER                 PIC X(01).
000680     05  SUS-CONTENIDO          PIC X(08).
000690     05  FILLER                 PIC X(01).
000700     05  SUS-SERIE              PIC 9(06).
000710
000720 FD  ACUMULADO-SUSPENSO
000730     LABEL RECORDS ARE STANDARD.
000740 01  REG-ACUMULADO.
000750     05  LS-CLAVE.
000760         10  LS-MOTIVO          PIC X(05).
000770         10  LS-ID-LOTE         PIC X(08).
000780         10  LS-CONTENIDO       PIC X(08).
000790     05  LS-ESTADO              PIC X(01).
000800     05  LS-FECHA-ORIGEN        PIC X(10).
000810     05  LS-FECHA-APERTURA      PIC X(10).
000820     05  LS-FECHA-ULTIMA        PIC X(10).
000830     05  LS-SERIE-ULTIMA        PIC 9(06).
000840     05  LS-NOCHES              PIC 9(05).
000850     05  LS-DISPOSICION         PIC X(05).
000860     05  LS-FECHA-DISPOSICION   PIC X(10).
000870
000880 WORKING-STORAGE SECTION.
000890*
000900*    SWITCHES AND COUNTERS.
000910*
000920 77  FS-SUSPENSO                PIC X(02) VALUE "00".
000930 77  FS-ACUMULADO               PIC X(02) VALUE "00".
000940 77  RSU-CONT-LEIDOS            PIC 9(07) VALUE 0.
000950 77  RSU-CONT-NUEVAS            PIC 9(07) VALUE 0.
000960 77  RSU-CONT-REPETIDAS         PIC 9(07) VALUE 0.
000970 77  RSU-CONT-REABIERTAS        PIC 9(07) VALUE 0.
000980 77  RSU-CONT-YA-REGISTRADAS    PIC 9(07) VALUE 0.
000990
001000 01  SW-FIN-SUSPENSO             PIC X(01) VALUE "N".
001010     88  FIN-SUSPENSO                      VALUE "S".
001020 01  SW-EXISTE                   PIC X(01) VALUE "N".
001030     88  EXISTE-EN-ACUMULADO               VALUE "S".
001040
001050 PROCEDURE DIVISION.
001060
001070 0000-MAINLINE.
001080     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001090     PERFORM 2100-LEER-SUSPENSO THRU 2100-EXIT
001100         UNTIL FIN-SUSPENSO.
001110     CLOSE ARCHIVO-SUSPENSO.
001120     CLOSE ACUMULADO-SUSPENSO.
001130     DISPLAY "REGISTRO DEL SUSPENSO EN EL ACUMULADO TERMINADO".
001140     DISPLAY "REGISTROS LEIDOS:  " RSU-CONT-LEIDOS.
001150     DISPLAY "NUEVAS:            " RSU-CONT-NUEVAS.
001160     DISPLAY "REPETIDAS:         " RSU-CONT-REPETIDAS.
001170     DISPLAY "REABIERTAS:        " RSU-CONT-REABIERTAS.
001180     DISPLAY "YA REGISTRADAS:    " RSU-CONT-YA-REGISTRADAS.
001190     MOVE 0 TO RETURN-CODE.
001200     STOP RUN.
001210 0000-EXIT.
001220     EXIT.
001230*
001240*    A MISSING SUSPENSE FILE STOPS THE JOB, AS IT DOES THE
001250*    WORK-OFF JOB: A CLEAN NIGHT STILL LEAVES AN EMPTY FILE.
001260*    A LEDGER THAT DOES NOT EXIST YET IS CREATED EMPTY.
001270*
001280 1000-INICIALIZAR.
001290     OPEN INPUT ARCHIVO-SUSPENSO.
001300     IF FS-SUSPENSO NOT = "00"
001310         DISPLAY "FALTA EL ARCHIVO DE SUSPENSO, ESTADO "
001320             FS-SUSPENSO
001330         MOVE 12 TO RETURN-CODE
001340         STOP RUN.
001350     OPEN I-O ACUMULADO-SUSPENSO.
001360     IF FS-ACUMULADO = "35"
001370         OPEN OUTPUT ACUMULADO-SUSPENSO
001380         PERFORM 6020-VERIFICAR-ACUMULADO THRU 6020-EXIT
001390         CLOSE ACUMULADO-SUSPENSO
001400         OPEN I-O ACUMULADO-SUSPENSO.
001410     PERFORM 6020-VERIFICAR-ACUMULADO THRU 6020-EXIT.
001420 1000-EXIT.
001430     EXIT.
001440
001450 2100-LEER-SUSPENSO.
001460     READ ARCHIVO-SUSPENSO
001470         AT END
001480             SET FIN-SUSPENSO TO TRUE
001490         NOT AT END
001500             ADD 1 TO RSU-CONT-LEIDOS
001510             PERFORM 2200-REGISTRAR THRU 2200-EXIT
001520     END-READ.
001530 2100-EXIT.
001540     EXIT.
001550*
001560*    ONE SUSPENSE RECORD AGAINST ITS LEDGER RECORD.
001570*
001580 2200-REGISTRAR.
001590     MOVE SUS-MOTIVO TO LS-MOTIVO.
001600     MOVE SUS-ID-LOTE TO LS-ID-LOTE.
001610     MOVE SUS-CONTENIDO TO LS-CONTENIDO.
001620     MOVE "S" TO SW-EXISTE.
001630     READ ACUMULADO-SUSPENSO
001640         INVALID KEY
001650             MOVE "N" TO SW-EXISTE
001660     END-READ.
001670     IF NOT EXISTE-EN-ACUMULADO
001680         PERFORM 2300-ABRIR-EXCEPCION THRU 2300-EXIT
001690         GO TO 2200-EXIT.
001700     PERFORM 6020-VERIFICAR-ACUMULADO THRU 6020-EXIT.
001710     IF SUS-SERIE IS NUMERIC
001720        AND SUS-SERIE NOT > LS-SERIE-ULTIMA
001730         ADD 1 TO RSU-CONT-YA-REGISTRADAS
001740         GO TO 2200-EXIT.
001750     IF LS-ESTADO = "C"
001760         MOVE "A" TO LS-ESTADO
001770         MOVE SUS-FECHA TO LS-FECHA-APERTURA
001780         ADD 1 TO RSU-CONT-REABIERTAS
001790     ELSE
001800         ADD 1 TO RSU-CONT-REPETIDAS.
001810     MOVE SUS-FECHA TO LS-FECHA-ULTIMA.
001820     IF SUS-SERIE IS NUMERIC
001830         MOVE SUS-SERIE TO LS-SERIE-ULTIMA.
001840     ADD 1 TO LS-NOCHES.
001850     REWRITE REG-ACUMULADO.
001860     PERFORM 6020-VERIFICAR-ACUMULADO THRU 6020-EXIT.
001870 2200-EXIT.
001880     EXIT.
001890*
001900*    FIRST TIME THIS EXCEPTION HAS BEEN SEEN.
001910*
001920 2300-ABRIR-EXCEPCION.
001930     MOVE SPACES TO REG-ACUMULADO.
001940     MOVE SUS-MOTIVO TO LS-MOTIVO.
001950     MOVE SUS-ID-LOTE TO LS-ID-LOTE.
001960     MOVE SUS-CONTENIDO TO LS-CONTENIDO.
001970     MOVE "A" TO LS-ESTADO.
001980     MOVE SUS-FECHA TO LS-FECHA-ORIGEN.
001990     MOVE SUS-FECHA TO LS-FECHA-APERTURA.
002000     MOVE SUS-FECHA TO LS-FECHA-ULTIMA.
002010     MOVE 0 TO LS-SERIE-ULTIMA.
002020     IF SUS-SERIE IS NUMERIC
002030         MOVE SUS-SERIE TO LS-SERIE-ULTIMA.
002040     MOVE 1 TO LS-NOCHES.
002050     WRITE REG-ACUMULADO.
002060     PERFORM 6020-VERIFICAR-ACUMULADO THRU 6020-EXIT.
002070     ADD 1 TO RSU-CONT-NUEVAS.
002080 2300-EXIT.
002090     EXIT.
002100*
002110*    THE LEDGER IS THE DESK'S EVIDENCE, SO A FAILURE STOPS
002120*    THE JOB AT ONCE.
002130*
002140 6020-VERIFICAR-ACUMULADO.
002150     IF FS-ACUMULADO NOT = "00"
002160         DISPLAY "ERROR EN EL ACUMULADO DE SUSPENSO, ESTADO "
002170             FS-ACUMULADO
002180         MOVE 12 TO RETURN-CODE
002190         STOP RUN.
002200 6020-EXIT.
002210     EXIT.
002220
002230 END PROGRAM REGSUSP.

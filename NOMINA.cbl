               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-CONS.

           SELECT ARCHIVO-LIQ-IMSS ASSIGN TO "LIQIMSS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-LIQ.

           SELECT ARCHIVO-REPORTE-CUOTAS ASSIGN TO "REPCUOTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-REPCU.

           SELECT ARCHIVO-PTU-HIST ASSIGN TO "PTUHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-PTUH.

           SELECT ARCHIVO-REPORTE-PTU ASSIGN TO "REPPTU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-REPPTU.

           SELECT ARCHIVO-RECIBOS-PTU ASSIGN TO "RECIBPTU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-RECPTU.

           SELECT ARCHIVO-CFDI ASSIGN TO "CFDINOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-CFDI.

           SELECT ARCHIVO-RESP-PAC ASSIGN TO "CFDIRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-RESP.

           SELECT ARCHIVO-REPORTE-TIMB ASSIGN TO "REPTIMBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-REPTI.

           SELECT ARCHIVO-HIST-SALARIOS ASSIGN TO "SALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-SALH.

           SELECT ARCHIVO-REPORTE-RETRO ASSIGN TO "REPRETRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-REPRE.

           SELECT ARCHIVO-RECIBOS-EXT ASSIGN TO "RECIBEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-RECEXT.

           SELECT ARCHIVO-REPORTE-EXT ASSIGN TO "REPEXTRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-REPEXT.

           SELECT ARCHIVO-CFDI-EXT ASSIGN TO "CFDIEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-CFDIEXT.

           SELECT ARCHIVO-REPORTE-ROT ASSIGN TO "REPROTAC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-REPROT.

           SELECT ARCHIVO-PRESUPUESTO ASSIGN TO "PRESUPTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-PPTO.

           SELECT ARCHIVO-REPORTE-PPTO ASSIGN TO "REPPPTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-REPPPTO.

           SELECT ARCHIVO-PENSIONES ASSIGN TO "PENSALIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-PENS.

           SELECT ARCHIVO-DISP-PENS ASSIGN TO "DISPPENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-DISPEN.

           SELECT ARCHIVO-PENS-HIST ASSIGN TO "PENSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-PENH.

           SELECT ARCHIVO-REPORTE-PENS ASSIGN TO "REPPENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-REPPEN.

           SELECT ARCHIVO-USUARIOS ASSIGN TO "USUARIOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-USR.

           SELECT ARCHIVO-CAMBIOS ASSIGN TO "CAMBPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-CAMB.

           SELECT ARCHIVO-REPORTE-CAMB ASSIGN TO "REPCAMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-REPCAMB.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO "PARAMNOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-PARAM.

           SELECT ARCHIVO-BITACORA ASSIGN TO "BITNOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-BIT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMPLEADOS.
           02 REG-HIST-NETO      PIC S9(7)V99.
           02 REG-HIST-FRECUENCIA PIC X(01).
           02 REG-HIST-SUBPER    PIC 9(02).
           02 REG-HIST-EXENTO    PIC S9(7)V99.
           02 REG-HIST-SUBSIDIO  PIC S9(7)V99.
           02 REG-HIST-CORRIDA   PIC 9(03).

       FD  ARCHIVO-TASAS.
       01  REG-TASA.
           02 REG-TASA-LIM-INF   PIC 9(5)V99.
           02 REG-TASA-CUOTA     PIC 9(5)V99.
           02 REG-TASA-PORC      PIC V9(5).
       01  REG-TASA-PATRONAL.
           02 REG-TP-TIPO        PIC X(01).
           02 REG-TP-RAMO        PIC X(02).
           02 REG-TP-BASE        PIC X(01).
           02 REG-TP-PORC        PIC V9(6).
           02 REG-TP-LIM-UMAS    PIC 9(2)V99.
       01  REG-TASA-EMISOR.
           02 REG-TE-TIPO        PIC X(01).
           02 REG-TE-RFC         PIC X(13).
           02 REG-TE-REG-PATRONAL PIC X(11).
           02 REG-TE-CP          PIC X(05).
           02 REG-TE-ENTIDAD     PIC X(03).
           02 REG-TE-NOMBRE      PIC X(60).
       01  REG-TASA-EXENCION.
           02 REG-TX-TIPO        PIC X(01).
           02 REG-TX-CONCEPTO    PIC X(02).
           02 REG-TX-UMAS        PIC 9(3)V99.

       FD  ARCHIVO-INCIDENCIAS.
       01  REG-INCIDENCIA.
           02 REG-CC-ESTADO      PIC X(01).
           02 REG-CC-FRECUENCIA  PIC X(01).
           02 REG-CC-SUBPER      PIC 9(02).
           02 REG-CC-CORRIDA     PIC 9(03).

       FD  ARCHIVO-HIST-TEMP.
       01  REG-HIST-TEMP.
           02 REG-HT-PERIODO     PIC 9(06).
           02 REG-HT-RESTO       PIC X(80).

       FD  ARCHIVO-MOVS-IMSS.
       01  REG-MOV-IMSS.
       FD  ARCHIVO-CONSTANCIA.
       01  REG-CONSTANCIA        PIC X(200).

       FD  ARCHIVO-LIQ-IMSS.
       01  REG-LIQ-IMSS.
           02 REG-LIQ-ANIO       PIC 9(04).
           02 REG-LIQ-BIMESTRE   PIC 9(01).
           02 REG-LIQ-ID         PIC 9(05).
           02 REG-LIQ-NSS        PIC X(11).
           02 REG-LIQ-DIAS       PIC 9(02).
           02 REG-LIQ-SDI        PIC 9(5)V99.
           02 REG-LIQ-RAMO       PIC 9(7)V99 OCCURS 7 TIMES.
           02 REG-LIQ-TOTAL      PIC 9(7)V99.

       FD  ARCHIVO-REPORTE-CUOTAS.
       01  REG-REPORTE-CUOTAS    PIC X(200).

       FD  ARCHIVO-PTU-HIST.
       01  REG-PTU-HIST.
           02 REG-PTUH-ANIO      PIC 9(04).
           02 REG-PTUH-ID        PIC 9(05).
           02 REG-PTUH-IMPORTE   PIC 9(7)V99.

       FD  ARCHIVO-REPORTE-PTU.
       01  REG-REPORTE-PTU       PIC X(200).

       FD  ARCHIVO-RECIBOS-PTU.
       01  REG-RECIBO-PTU        PIC X(200).

       FD  ARCHIVO-CFDI.
       01  REG-CFDI              PIC X(200).

       FD  ARCHIVO-RESP-PAC.
       01  REG-RESP-PAC.
           02 REG-RP-FOLIO.
              03 REG-RP-PERIODO  PIC 9(06).
              03 REG-RP-FRECUENCIA PIC X(01).
              03 REG-RP-SUBPER   PIC 9(02).
              03 REG-RP-ID       PIC 9(05).
           02 REG-RP-ESTATUS     PIC X(01).
           02 REG-RP-UUID        PIC X(36).
           02 REG-RP-FECHA-TIMB  PIC X(19).
           02 REG-RP-MOTIVO      PIC X(40).

       FD  ARCHIVO-REPORTE-TIMB.
       01  REG-REPORTE-TIMB      PIC X(200).

       FD  ARCHIVO-HIST-SALARIOS.
       01  REG-HIST-SALARIO.
           02 REG-SH-ID          PIC 9(05).
           02 REG-SH-FECHA-EFEC  PIC 9(08).
           02 REG-SH-SAL-ANT     PIC S9(5)V99.
           02 REG-SH-SAL-NUEVO   PIC S9(5)V99.
           02 REG-SH-FECHA-REG   PIC 9(08).

       FD  ARCHIVO-REPORTE-RETRO.
       01  REG-REPORTE-RETRO     PIC X(200).

       FD  ARCHIVO-RECIBOS-EXT.
       01  REG-RECIBO-EXT        PIC X(200).

       FD  ARCHIVO-CFDI-EXT.
       01  REG-CFDI-EXT          PIC X(200).

       FD  ARCHIVO-REPORTE-EXT.
       01  REG-REPORTE-EXT       PIC X(200).

       FD  ARCHIVO-REPORTE-ROT.
       01  REG-REPORTE-ROT       PIC X(200).

       FD  ARCHIVO-PRESUPUESTO.
       01  REG-PRESUPUESTO.
           02 REG-PPTO-DEPTO     PIC 9(02).
           02 REG-PPTO-PERIODO   PIC 9(06).
           02 REG-PPTO-IMPORTE   PIC S9(9)V99.

       FD  ARCHIVO-REPORTE-PPTO.
       01  REG-REPORTE-PPTO      PIC X(200).

       FD  ARCHIVO-PENSIONES.
       01  REG-PENSION.
           02 REG-PEN-ID         PIC 9(05).
           02 REG-PEN-EXPEDIENTE PIC X(20).
           02 REG-PEN-BENEF      PIC X(40).
           02 REG-PEN-CLABE      PIC X(18).
           02 REG-PEN-TIPO       PIC X(01).
           02 REG-PEN-PORC       PIC 9(03)V99.
           02 REG-PEN-IMPORTE    PIC 9(07)V99.
           02 REG-PEN-FECHA-INI  PIC 9(08).
           02 REG-PEN-FECHA-FIN  PIC 9(08).

       FD  ARCHIVO-DISP-PENS.
       01  REG-DPEN-DETALLE.
           02 REG-DPEN-CLABE     PIC X(18).
           02 REG-DPEN-BENEF     PIC X(40).
           02 REG-DPEN-IMPORTE   PIC 9(07)V99.
           02 REG-DPEN-REFER     PIC X(10).
       01  REG-DPEN-TOTAL.
           02 REG-DPEN-T-TIPO    PIC X(01).
           02 REG-DPEN-T-CUENTA  PIC 9(05).
           02 REG-DPEN-T-IMPORTE PIC 9(09)V99.

       FD  ARCHIVO-PENS-HIST.
       01  REG-PENS-HIST.
           02 REG-PH-PERIODO     PIC 9(06).
           02 REG-PH-FRECUENCIA  PIC X(01).
           02 REG-PH-SUBPER      PIC 9(02).
           02 REG-PH-ID          PIC 9(05).
           02 REG-PH-EXPEDIENTE  PIC X(20).
           02 REG-PH-IMPORTE     PIC 9(07)V99.
           02 REG-PH-BASE        PIC 9(07)V99.

       FD  ARCHIVO-REPORTE-PENS.
       01  REG-REPORTE-PENS      PIC X(200).

       FD  ARCHIVO-USUARIOS.
       01  REG-USUARIO.
           02 REG-USR-ID         PIC X(08).
           02 REG-USR-CLAVE      PIC X(08).
           02 REG-USR-AUTORIZA   PIC X(01).

       FD  ARCHIVO-CAMBIOS.
       01  REG-CAMBIO.
           02 REG-CAMB-FOLIO     PIC 9(06).
           02 REG-CAMB-TIPO      PIC X(01).
           02 REG-CAMB-ID        PIC 9(05).
           02 REG-CAMB-SAL-ANT   PIC S9(5)V99.
           02 REG-CAMB-SAL-NUEVO PIC S9(5)V99.
           02 REG-CAMB-BANCO-ANT PIC X(20).
           02 REG-CAMB-CLABE-ANT PIC X(18).
           02 REG-CAMB-BANCO     PIC X(20).
           02 REG-CAMB-CLABE     PIC X(18).
           02 REG-CAMB-FECHA-EFEC PIC 9(08).
           02 REG-CAMB-USR-SOL   PIC X(08).
           02 REG-CAMB-FECHA-SOL PIC 9(08).
           02 REG-CAMB-ESTADO    PIC X(01).
           02 REG-CAMB-USR-AUT   PIC X(08).
           02 REG-CAMB-FECHA-AUT PIC 9(08).
           02 REG-CAMB-MOTIVO    PIC X(40).

       FD  ARCHIVO-REPORTE-CAMB.
       01  REG-REPORTE-CAMB      PIC X(200).

       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETRO.
           02 REG-PAR-TIPO       PIC X(01).
           02 REG-PAR-PERIODO    PIC 9(06).
           02 REG-PAR-FRECUENCIA PIC X(01).
           02 REG-PAR-SUBPER     PIC 9(02).
           02 REG-PAR-PCT-VARIA  PIC 9(02)V99.
       01  REG-PARAMETRO-PASO.
           02 REG-PAR-TIPO-PASO  PIC X(01).
           02 REG-PAR-PASO       PIC X(10).

       FD  ARCHIVO-BITACORA.
       01  REG-BITACORA          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WKS-DATOS-TRAB OCCURS 5000 TIMES DEPENDING ON WKS-FIN
                                     INDEXED BY WKS-INDICE.
           02 WKS-TI-CUOTA      PIC 9(5)V99.
           02 WKS-TI-PORC       PIC V9(5).

       01  WKS-TABLA-SUBSIDIO OCCURS 15 TIMES
                                     DEPENDING ON WKS-CANT-SUBS.
           02 WKS-SB-LIM-INF    PIC 9(5)V99.
           02 WKS-SB-CUOTA      PIC 9(5)V99.

       01  WKS-TABLA-CV OCCURS 10 TIMES DEPENDING ON WKS-CANT-CV.
           02 WKS-CV-LIM-UMAS   PIC 9(2)V99.
           02 WKS-CV-PORC       PIC V9(6).

       01  WKS-TABLA-INC OCCURS 500 TIMES DEPENDING ON WKS-CANT-INC
                                     INDEXED BY WKS-IND-INC.
           02 WKS-IN-ID         PIC 9(05).
       77  WKS-TRAMO-SELECT     PIC 9(02).
       77  WKS-IND-TRAMO        PIC 9(02).
       77  WKS-BASE-GRAVABLE    PIC S9(7)V99.
       77  WKS-BASE-EXENTA      PIC S9(7)V99.
       77  WKS-BASE-ISR         PIC S9(7)V99.
       77  WKS-CANT-SUBS        PIC 9(02).
       77  WKS-MAX-SUBS         PIC 9(02) VALUE 15.
       77  WKS-TRAMO-SUBS       PIC 9(02).
       77  WKS-IND-SUBS         PIC 9(02).
       77  WKS-CANT-CV          PIC 9(02).
       77  WKS-MAX-CV           PIC 9(02) VALUE 10.
       77  WKS-TRAMO-CV         PIC 9(02).
       77  WKS-IND-CV           PIC 9(02).
       77  WKS-SW-CV-TASAS      PIC X(01).
           88 WKS-CV-DE-TASAS   VALUE 'S'.
       77  WKS-UMAS-SDI         PIC 9(3)V9(4).
       77  WKS-PORC-RAMO        PIC V9(6).
       77  WKS-SUBSIDIO-EMPLEO  PIC S9(7)V99.
       77  WKS-UMAS-EXE-HRS     PIC 9(3)V99 VALUE 5.00.
       77  WKS-UMAS-EXE-AGUI    PIC 9(3)V99 VALUE 30.00.
       77  WKS-UMAS-EXE-PRIMA   PIC 9(3)V99 VALUE 15.00.
       77  WKS-UMAS-EXE-INDEM   PIC 9(3)V99 VALUE 90.00.
       77  WKS-TOPE-EXENTO      PIC S9(7)V99.
       77  WKS-EXENTO-HRS       PIC S9(7)V99.
       77  WKS-EXENTO-AGUI      PIC S9(7)V99.
       77  WKS-EXENTO-PRIMA     PIC S9(7)V99.

       77  WKS-CANT-INC         PIC 9(03).
       77  WKS-MAX-INC          PIC 9(03) VALUE 500.
       77  WKS-SALARIO-DIARIO   PIC S9(5)V99.
       77  WKS-DESC-FALTAS      PIC S9(7)V99.
       77  WKS-PAGO-HRS-EXTRA   PIC S9(7)V99.
       77  WKS-SEMANAS-PERIODO  PIC 9(01).
       77  WKS-TOPE-HRS-DOBLES  PIC 9(03).
       77  WKS-HRS-DOBLES       PIC 9(03).
       77  WKS-HRS-TRIPLES      PIC 9(03).
       77  WKS-PAGO-HRS-DOBLES  PIC S9(7)V99.
       77  WKS-PAGO-HRS-TRIPLES PIC S9(7)V99.
       77  WKS-CONCEPTO-FORMATO PIC ZZZZZZ9.99.
       77  WKS-BASE-FORMATO     PIC ZZZZZZ9.99.

       77  WKS-SW-ID-OFICIAL    PIC X(01).
           88 WKS-ID-OFICIAL-OK VALUE 'S'.

       01  WKS-LISTA-RAMOS.
           02 FILLER            PIC X(02) VALUE "EF".
           02 FILLER            PIC X(01) VALUE "U".
           02 FILLER            PIC V9(6) VALUE 0.204000.
           02 FILLER            PIC 9(01) VALUE 1.
           02 FILLER            PIC X(02) VALUE "EX".
           02 FILLER            PIC X(01) VALUE "E".
           02 FILLER            PIC V9(6) VALUE 0.011000.
           02 FILLER            PIC 9(01) VALUE 1.
           02 FILLER            PIC X(02) VALUE "PD".
           02 FILLER            PIC X(01) VALUE "S".
           02 FILLER            PIC V9(6) VALUE 0.007000.
           02 FILLER            PIC 9(01) VALUE 1.
           02 FILLER            PIC X(02) VALUE "GM".
           02 FILLER            PIC X(01) VALUE "S".
           02 FILLER            PIC V9(6) VALUE 0.010500.
           02 FILLER            PIC 9(01) VALUE 1.
           02 FILLER            PIC X(02) VALUE "IV".
           02 FILLER            PIC X(01) VALUE "S".
           02 FILLER            PIC V9(6) VALUE 0.017500.
           02 FILLER            PIC 9(01) VALUE 2.
           02 FILLER            PIC X(02) VALUE "RE".
           02 FILLER            PIC X(01) VALUE "S".
           02 FILLER            PIC V9(6) VALUE 0.020000.
           02 FILLER            PIC 9(01) VALUE 3.
           02 FILLER            PIC X(02) VALUE "CV".
           02 FILLER            PIC X(01) VALUE "S".
           02 FILLER            PIC V9(6) VALUE 0.031500.
           02 FILLER            PIC 9(01) VALUE 4.
           02 FILLER            PIC X(02) VALUE "GU".
           02 FILLER            PIC X(01) VALUE "S".
           02 FILLER            PIC V9(6) VALUE 0.010000.
           02 FILLER            PIC 9(01) VALUE 5.
           02 FILLER            PIC X(02) VALUE "RT".
           02 FILLER            PIC X(01) VALUE "S".
           02 FILLER            PIC V9(6) VALUE 0.005436.
           02 FILLER            PIC 9(01) VALUE 6.
           02 FILLER            PIC X(02) VALUE "IN".
           02 FILLER            PIC X(01) VALUE "S".
           02 FILLER            PIC V9(6) VALUE 0.050000.
           02 FILLER            PIC 9(01) VALUE 7.
       01  WKS-TAB-RAMOS REDEFINES WKS-LISTA-RAMOS.
           02 WKS-RAMO-ENTRY OCCURS 10 TIMES.
              03 WKS-RM-CODIGO  PIC X(02).
              03 WKS-RM-BASE    PIC X(01).
              03 WKS-RM-PORC    PIC V9(6).
              03 WKS-RM-GRUPO   PIC 9(01).

       01  WKS-LISTA-GRUPOS.
           02 FILLER            PIC X(25) VALUE
                                "ENFERMEDAD Y MATERNIDAD".
           02 FILLER            PIC X(25) VALUE "INVALIDEZ Y VIDA".
           02 FILLER            PIC X(25) VALUE "RETIRO".
           02 FILLER            PIC X(25) VALUE "CESANTIA Y VEJEZ".
           02 FILLER            PIC X(25) VALUE "GUARDERIAS".
           02 FILLER            PIC X(25) VALUE "RIESGO DE TRABAJO".
           02 FILLER            PIC X(25) VALUE "INFONAVIT".
       01  WKS-TAB-GRUPOS REDEFINES WKS-LISTA-GRUPOS.
           02 WKS-TXT-GRUPO     PIC X(25) OCCURS 7 TIMES.

       01  WKS-CUOTAS-GRUPO.
           02 WKS-CG-ENTRY OCCURS 7 TIMES.
              03 WKS-CG-TRAB    PIC S9(7)V99.
              03 WKS-CG-TOTAL   PIC S9(9)V99.

       01  WKS-TABLA-LIQ OCCURS 5000 TIMES DEPENDING ON WKS-CANT-LIQ
                                     INDEXED BY WKS-IND-LIQ.
           02 WKS-LQ-ID         PIC 9(05).
           02 WKS-LQ-MES1       PIC X(01).
           02 WKS-LQ-MES2       PIC X(01).
           02 WKS-LQ-INICIO     PIC 9(02).
           02 WKS-LQ-FIN        PIC 9(02).
           02 WKS-LQ-SDI        PIC 9(5)V99.
           02 WKS-LQ-FECHA-SDI  PIC 9(08).
           02 WKS-LQ-BAJA       PIC 9(02).
           02 WKS-LQ-HUECO      PIC 9(02).
           02 WKS-LQ-HUECO-INI  PIC 9(02).
           02 WKS-LQ-HUECO-FIN  PIC 9(02).

       77  WKS-CANT-LIQ         PIC 9(05).
       77  WKS-MAX-LIQ          PIC 9(05) VALUE 5000.
       77  WKS-CANT-RAMOS       PIC 9(02) VALUE 10.
       77  WKS-POS-RAMO         PIC 9(02).
       77  WKS-POS-RAMO-ENC     PIC 9(02).
       77  WKS-POS-GRUPO        PIC 9(02).
       77  WKS-POS-LIQ          PIC 9(05).
       77  WKS-FS-LIQ           PIC X(02).
       77  WKS-FS-REPCU         PIC X(02).
       77  WKS-UMA              PIC 9(5)V99 VALUE 117.31.
       77  WKS-TOPE-SDI-UMA     PIC 9(02) VALUE 25.
       77  WKS-TOPE-SDI         PIC 9(5)V99.
       77  WKS-SDI-CALC         PIC 9(5)V99.
       77  WKS-DIAS-CALC        PIC S9(03).
       77  WKS-HUECO-DESDE      PIC 9(02).
       77  WKS-HUECO-HASTA      PIC 9(02).
       77  WKS-BASE-RAMO        PIC S9(5)V99.
       77  WKS-IMPORTE-RAMO     PIC S9(7)V99.
       77  WKS-CUOTA-PATRONAL   PIC S9(7)V99.
       77  WKS-TOT-PATRONAL     PIC S9(9)V99.
       77  WKS-ANIO-BIM         PIC 9(04).
       77  WKS-BIMESTRE         PIC 9(01).
       77  WKS-BIM-MES1         PIC 9(02).
       77  WKS-BIM-MES2         PIC 9(02).
       77  WKS-BIM-DIAS-MES1    PIC 9(02).
       77  WKS-BIM-DIAS         PIC 9(02).
       77  WKS-BIM-DIA-POS      PIC 9(02).
       77  WKS-DIAS-MES         PIC 9(02).
       77  WKS-COCIENTE-ANIO    PIC 9(04).
       77  WKS-FECHA-FIN-BIM    PIC 9(08).
       77  WKS-RESIDUO-ANIO     PIC 9(03).
       77  WKS-LIQ-ESCRITOS     PIC 9(05).
       77  WKS-LIQ-SIN-NSS      PIC 9(05).
       77  WKS-LIQ-TOT-DIAS     PIC 9(07).
       77  WKS-LIQ-TOTAL        PIC S9(9)V99.
       77  WKS-LIQ-TOT-IMSS     PIC S9(9)V99.
       77  WKS-LIQ-TOT-RCV      PIC S9(9)V99.
       77  WKS-SW-RAMO-EXISTE   PIC X(01).
           88 WKS-RAMO-EXISTE   VALUE 'S'.

       01  WKS-TABLA-ANUAL OCCURS 5000 TIMES
                                     DEPENDING ON WKS-CANT-ANUAL
                                     INDEXED BY WKS-IND-ANUAL.
           02 WKS-AN-ID         PIC 9(05).
           02 WKS-AN-BRUTO      PIC S9(9)V99.
           02 WKS-AN-ISR        PIC S9(9)V99.
           02 WKS-AN-EXENTO     PIC S9(9)V99.
           02 WKS-AN-SUBSIDIO   PIC S9(9)V99.

       77  WKS-CANT-ANUAL       PIC 9(05).
       77  WKS-FS-CONS          PIC X(02).
       77  WKS-POS-INC          PIC 9(03).
       77  WKS-POS-INC-ENC      PIC 9(03).

       01  WKS-TABLA-PTU OCCURS 5000 TIMES
                                     DEPENDING ON WKS-CANT-PTU
                                     INDEXED BY WKS-IND-PTU.
           02 WKS-PT-ID         PIC 9(05).
           02 WKS-PT-DIAS       PIC 9(03).
           02 WKS-PT-SALARIO    PIC S9(9)V99.
           02 WKS-PT-PREVIO     PIC S9(9)V99.
           02 WKS-PT-ANIOS-PREV PIC 9(01).
           02 WKS-PT-PTU-DIAS   PIC S9(7)V99.
           02 WKS-PT-PTU-SAL    PIC S9(7)V99.
           02 WKS-PT-TOPE       PIC S9(7)V99.
           02 WKS-PT-IMPORTE    PIC S9(7)V99.

       77  WKS-CANT-PTU         PIC 9(05).
       77  WKS-MAX-PTU          PIC 9(05) VALUE 5000.
       77  WKS-POS-PTU          PIC 9(05).
       77  WKS-FS-PTUH          PIC X(02).
       77  WKS-FS-REPPTU        PIC X(02).
       77  WKS-FS-RECPTU        PIC X(02).
       77  WKS-SW-EOF-PTUH      PIC X(01).
           88 WKS-EOF-PTUH      VALUE 'S'.
       77  WKS-SW-PTU-REGISTRADO PIC X(01).
           88 WKS-PTU-REGISTRADO VALUE 'S'.
       77  WKS-ANIO-PTU         PIC 9(04).
       77  WKS-ANIO-PTU-INI     PIC 9(04).
       77  WKS-PTU-MONTO        PIC S9(9)V99.
       77  WKS-PTU-TOT-DIAS     PIC 9(07).
       77  WKS-PTU-TOT-SAL      PIC S9(11)V99.
       77  WKS-PTU-FACTOR-DIAS  PIC 9(7)V9(6).
       77  WKS-PTU-FACTOR-SAL   PIC 9(3)V9(8).
       77  WKS-PTU-ELEGIBLES    PIC 9(05).
       77  WKS-PTU-SIN-DERECHO  PIC 9(05).
       77  WKS-PTU-BAJAS        PIC 9(05).
       77  WKS-PTU-SIN-DEPTO    PIC 9(05).
       77  WKS-PTU-REPARTIDO    PIC S9(9)V99.
       77  WKS-PTU-REMANENTE    PIC S9(9)V99.
       77  WKS-PTU-CALC         PIC S9(7)V99.
       77  WKS-PTU-TOPE-SAL     PIC S9(7)V99.
       77  WKS-PTU-PROMEDIO     PIC S9(7)V99.
       77  WKS-PTU-PARTE        PIC S9(7)V99.
       77  WKS-PTU-RESTO        PIC S9(7)V99.
       77  WKS-DIAS-HIST        PIC 9(02).
       77  WKS-DIAS-MIN-PTU     PIC 9(02) VALUE 60.

       01  WKS-TABLA-RESP OCCURS 5000 TIMES
                                     DEPENDING ON WKS-CANT-RESP
                                     INDEXED BY WKS-IND-RESP.
           02 WKS-RS-ID         PIC 9(05).
           02 WKS-RS-ESTATUS    PIC X(01).
               88 WKS-RS-TIMBRADO  VALUE 'T'.
               88 WKS-RS-RECHAZADO VALUE 'R'.
           02 WKS-RS-UUID       PIC X(36).
           02 WKS-RS-MOTIVO     PIC X(40).
           02 WKS-RS-USADO      PIC X(01).
               88 WKS-RS-CASADO VALUE 'S'.

       01  WKS-FOLIO-CFDI.
           02 WKS-FC-PERIODO    PIC 9(06).
           02 WKS-FC-FRECUENCIA PIC X(01).
           02 WKS-FC-SUBPER     PIC 9(02).
           02 WKS-FC-ID         PIC 9(05).

       01  WKS-FECHA-XML.
           02 WKS-FX-ANIO       PIC 9(04).
           02 FILLER            PIC X(01) VALUE "-".
           02 WKS-FX-MES        PIC 9(02).
           02 FILLER            PIC X(01) VALUE "-".
           02 WKS-FX-DIA        PIC 9(02).

       01  WKS-HORA-HOY.
           02 WKS-HH-HORA       PIC 9(02).
           02 WKS-HH-MIN        PIC 9(02).
           02 WKS-HH-SEG        PIC 9(02).
           02 WKS-HH-CENT       PIC 9(02).

       01  WKS-HORA-XML.
           02 WKS-HX-HORA       PIC 9(02).
           02 FILLER            PIC X(01) VALUE ":".
           02 WKS-HX-MIN        PIC 9(02).
           02 FILLER            PIC X(01) VALUE ":".
           02 WKS-HX-SEG        PIC 9(02).

       77  WKS-CANT-RESP        PIC 9(05).
       77  WKS-MAX-RESP         PIC 9(05) VALUE 5000.
       77  WKS-POS-RESP         PIC 9(05).
       77  WKS-FS-CFDI          PIC X(02).
       77  WKS-FS-RESP          PIC X(02).
       77  WKS-FS-REPTI         PIC X(02).
       77  WKS-SW-EOF-RESP      PIC X(01).
           88 WKS-EOF-RESP      VALUE 'S'.
       77  WKS-SW-CFDI          PIC X(01).
           88 WKS-GENERA-CFDI   VALUE 'S'.
       77  WKS-RFC-EMISOR       PIC X(13) VALUE SPACES.
       77  WKS-REG-PATRONAL     PIC X(11) VALUE SPACES.
       77  WKS-CP-EMISOR        PIC X(05) VALUE SPACES.
       77  WKS-ENTIDAD-EMISOR   PIC X(03) VALUE SPACES.
       77  WKS-NOMBRE-EMISOR    PIC X(60) VALUE SPACES.
       77  WKS-CFDI-ESCRITOS    PIC 9(05).
       77  WKS-CFDI-FECHA-INI   PIC X(10).
       77  WKS-CFDI-FECHA-FIN   PIC X(10).
       77  WKS-CFDI-FECHA-EMI   PIC X(19).
       77  WKS-CFDI-DIAS        PIC 9(02).
       77  WKS-CFDI-PERIODICIDAD PIC X(02).
       77  WKS-CFDI-PERCEPCIONES PIC S9(9)V99.
       77  WKS-CFDI-DEDUCCIONES PIC S9(9)V99.
       77  WKS-CFDI-OTRAS-DED   PIC S9(9)V99.
       77  WKS-CFDI-SUELDO      PIC S9(9)V99.
       77  WKS-IMPORTE-XML      PIC S9(9)V99.
       77  WKS-XML-EXENTO       PIC S9(9)V99.
       77  WKS-XML-EDITADO      PIC -(9)9.99.
       77  WKS-XML-INICIO       PIC 9(02).
       77  WKS-XML-ATRIB        PIC X(30).
       77  WKS-XML-VALOR        PIC X(130).
       77  WKS-XML-CLAVE        PIC X(03).
       77  WKS-LINEA-CFDI       PIC X(200).
       77  WKS-XML-CONCEPTO     PIC X(40).
       77  WKS-TIMB-OK          PIC 9(05).
       77  WKS-TIMB-RECH        PIC 9(05).
       77  WKS-TIMB-FALTA       PIC 9(05).
       77  WKS-TIMB-HUERF       PIC 9(05).

       77  WKS-RANGO-FREC       PIC X(01).
       77  WKS-RANGO-SUBPER     PIC 9(02).
       77  WKS-RANGO-DIA-INI    PIC 9(02).
       77  WKS-RANGO-DIA-FIN    PIC 9(02).

       77  WKS-FS-SALH          PIC X(02).
       77  WKS-FS-REPRE         PIC X(02).
       77  WKS-SW-EOF-SALH      PIC X(01).
           88 WKS-EOF-SALH      VALUE 'S'.
       77  WKS-SAL-ANTERIOR     PIC S9(5)V99.
       77  WKS-FECHA-EFECTIVA   PIC 9(08).
       77  WKS-SALH-CANT        PIC 9(03).
       77  WKS-RETRO-DIF-MES    PIC S9(5)V99.
       77  WKS-RETRO-FACTOR     PIC 9V9(5).
       77  WKS-RETRO-INI        PIC 9(08).
       77  WKS-RETRO-FIN        PIC 9(08).
       77  WKS-RETRO-DIAS       PIC 9(02).
       77  WKS-RETRO-DIAS-PER   PIC 9(02).
       77  WKS-RETRO-IMPORTE    PIC S9(7)V99.
       77  WKS-RETRO-TOTAL      PIC S9(7)V99.
       77  WKS-RETRO-PERIODOS   PIC 9(03).

       01  WKS-TABLA-EXT-PAGADO.
           02 WKS-EXT-PAGADO    PIC X(01) OCCURS 5000 TIMES.

       77  WKS-FS-RECEXT        PIC X(02).
       77  WKS-FS-REPEXT        PIC X(02).
       77  WKS-FS-CFDIEXT       PIC X(02).
       77  WKS-CONCEPTO-EXT     PIC 9(01).
           88 WKS-EXT-AGUINALDO VALUE 1.
           88 WKS-EXT-FINIQUITO VALUE 2.
       77  WKS-DESC-EXT         PIC X(20).
       77  WKS-GRUPO-EXT        PIC 9(01).
       77  WKS-DEPTO-EXT        PIC 9(02).
       77  WKS-FREC-EXT         PIC X(01).
       77  WKS-ID-EXT           PIC 9(05).
       77  WKS-PERIODO-BAJA     PIC 9(06).
       77  WKS-PREFIJO-REF      PIC X(03).
       77  WKS-SW-EXT-GRUPO     PIC X(01).
           88 WKS-EXT-EN-GRUPO  VALUE 'S'.
       77  WKS-SW-EXT-ELEGIBLE  PIC X(01).
           88 WKS-EXT-ELEGIBLE  VALUE 'S'.
           88 WKS-EXT-YA-PAGADO VALUE 'P'.
       77  WKS-EXT-ELEGIBLES    PIC 9(05).
       77  WKS-EXT-OMITIDOS     PIC 9(05).
       77  WKS-EXT-PAGADOS      PIC 9(05).

       77  WKS-FS-REPROT        PIC X(02).
       77  WKS-ROT-DESDE        PIC 9(06).
       77  WKS-ROT-HASTA        PIC 9(06).
       77  WKS-ROT-ANIO         PIC 9(04).
       77  WKS-ROT-MES-NUM      PIC 9(02).
       77  WKS-ROT-PER-EVT      PIC 9(06).
       77  WKS-ROT-PER-HOY      PIC 9(06).
       77  WKS-ROT-ABS-DESDE    PIC 9(06).
       77  WKS-ROT-ABS-HASTA    PIC 9(06).
       77  WKS-ROT-ABS-INI      PIC 9(06).
       77  WKS-ROT-ABS-EVT      PIC 9(06).
       77  WKS-ROT-ABS-MES      PIC 9(06).
       77  WKS-ROT-FECHA-INI    PIC 9(08).
       77  WKS-ROT-FECHA-FIN    PIC 9(08).
       77  WKS-ROT-FECHA-EVT    PIC 9(08).
       77  WKS-ROT-TIPO-EVT     PIC X(01).
       77  WKS-ROT-NUM-MESES    PIC 9(02).
       77  WKS-ROT-POS-MES      PIC 9(02).
       77  WKS-ROT-POS-DEP      PIC 9(02).
       77  WKS-ROT-BANDA        PIC 9(01).
       77  WKS-ROT-ANIOS        PIC 9(03).
       77  WKS-ROT-PLANTILLA    PIC S9(05).
       77  WKS-ROT-L-INICIAL    PIC S9(05).
       77  WKS-ROT-L-ALTAS      PIC S9(05).
       77  WKS-ROT-L-BAJAS      PIC S9(05).
       77  WKS-ROT-L-REACT      PIC S9(05).
       77  WKS-ROT-L-FINAL      PIC S9(05).
       77  WKS-ROT-PROMEDIO     PIC S9(05)V9.
       77  WKS-ROT-PCT          PIC 9(07)V99.
       77  WKS-ROT-ETIQUETA     PIC X(20).
       77  WKS-ROT-F-INICIAL    PIC -(6)9.
       77  WKS-ROT-F-ALTAS      PIC -(6)9.
       77  WKS-ROT-F-BAJAS      PIC -(6)9.
       77  WKS-ROT-F-REACT      PIC -(6)9.
       77  WKS-ROT-F-FINAL      PIC -(6)9.
       77  WKS-ROT-F-BANDA1     PIC ZZZZZZ9.
       77  WKS-ROT-F-BANDA2     PIC ZZZZZZ9.
       77  WKS-ROT-F-BANDA3     PIC ZZZZZZ9.
       77  WKS-ROT-F-BANDA4     PIC ZZZZZZ9.
       77  WKS-ROT-F-TOTAL      PIC ZZZZZZ9.
       77  WKS-ROT-PCT-FORMATO  PIC ZZZZZZ9.99.
       77  WKS-ROT-BANDA-TOT    PIC 9(05).
       77  WKS-SW-ROT-RANGO     PIC X(01).
           88 WKS-ROT-RANGO-OK  VALUE 'S'.
       77  WKS-SW-ROT-TRAB      PIC X(01).
           88 WKS-ROT-TRAB-ENC  VALUE 'S'.

       01  WKS-TABLA-ROT-DEPTO.
           02 WKS-RD-DATOS OCCURS 52 TIMES.
              03 WKS-RD-ACTUAL  PIC S9(05).
              03 WKS-RD-INICIAL PIC S9(05).
              03 WKS-RD-FINAL   PIC S9(05).
              03 WKS-RD-ALTAS   PIC 9(05).
              03 WKS-RD-BAJAS   PIC 9(05).
              03 WKS-RD-REACT   PIC 9(05).
              03 WKS-RD-BANDA   PIC 9(05) OCCURS 4 TIMES.

       01  WKS-TABLA-ROT-MES.
           02 WKS-RM-MES OCCURS 24 TIMES.
              03 WKS-RM-DEPTO OCCURS 51 TIMES.
                 04 WKS-RM-ALTAS PIC 9(04).
                 04 WKS-RM-BAJAS PIC 9(04).
                 04 WKS-RM-REACT PIC 9(04).

       01  WKS-TABLA-ROT-TEND.
           02 WKS-RT-MES OCCURS 24 TIMES.
              03 WKS-RT-INICIAL PIC S9(05).
              03 WKS-RT-ALTAS   PIC 9(05).
              03 WKS-RT-BAJAS   PIC 9(05).
              03 WKS-RT-REACT   PIC 9(05).
              03 WKS-RT-FINAL   PIC S9(05).

       01  WKS-TABLA-ROT-TRAB.
           02 WKS-RW-DATOS OCCURS 5000 TIMES.
              03 WKS-RW-DEPTO    PIC 9(02).
              03 WKS-RW-ALTA-MOV PIC X(01).
              03 WKS-RW-BAJA-MOV PIC X(01).

       01  WKS-TABLA-PPTO OCCURS 3000 TIMES DEPENDING ON WKS-CANT-PPTO
                                     INDEXED BY WKS-IND-PPTO.
           02 WKS-PPT-DEPTO     PIC 9(02).
           02 WKS-PPT-PERIODO   PIC 9(06).
           02 WKS-PPT-IMPORTE   PIC S9(9)V99.

       77  WKS-CANT-PPTO        PIC 9(04).
       77  WKS-MAX-PPTO         PIC 9(04) VALUE 3000.
       77  WKS-POS-PPTO         PIC 9(04).
       77  WKS-POS-PPTO2        PIC 9(04).
       77  WKS-POS-PPTO-ENC     PIC 9(04).
       77  WKS-FS-PPTO          PIC X(02).
       77  WKS-FS-REPPPTO       PIC X(02).
       77  WKS-SW-EOF-PPTO      PIC X(01).
           88 WKS-EOF-PPTO      VALUE 'S'.
       77  WKS-PPTO-DEPTO       PIC 9(02).
       77  WKS-PPTO-PERIODO     PIC 9(06).
       77  WKS-PPTO-ANIO        PIC 9(04).
       77  WKS-PPTO-MES         PIC 9(02).
       77  WKS-PPTO-INI-ANIO    PIC 9(06).
       77  WKS-PPTO-IMPORTE     PIC 9(9)V99.
       77  WKS-PPTO-MONTO       PIC S9(9)V99.
       77  WKS-PPTO-PARTE       PIC S9(9)V99.
       77  WKS-PPTO-RESTO       PIC S9(9)V99.
       77  WKS-PPTO-VARIACION   PIC S9(9)V99.
       77  WKS-PPTO-PCT         PIC S9(5)V99.
       77  WKS-PPTO-TOTAL-ANIO  PIC S9(9)V99.
       77  WKS-PPTO-POS-DEP     PIC 9(02).
       77  WKS-PPTO-EXCESOS     PIC 9(03).
       77  WKS-PPTO-DESTINO     PIC X(01).
       77  WKS-PPTO-ETIQUETA    PIC X(20).
       77  WKS-PPTO-FORMATO     PIC -(9)9.99.
       77  WKS-PPTO-F-PRES      PIC -(9)9.99.
       77  WKS-PPTO-F-REAL      PIC -(9)9.99.
       77  WKS-PPTO-F-VAR       PIC -(9)9.99.
       77  WKS-PPTO-F-PRES-AC   PIC -(9)9.99.
       77  WKS-PPTO-F-REAL-AC   PIC -(9)9.99.
       77  WKS-PPTO-F-VAR-AC    PIC -(9)9.99.
       77  WKS-SW-PPTO-MES      PIC X(01).
           88 WKS-PPTO-MES-OK   VALUE 'S'.
       77  WKS-SW-PPTO-TRAB     PIC X(01).
           88 WKS-PPTO-TRAB-ENC VALUE 'S'.

       01  WKS-TABLA-PPTO-REP.
           02 WKS-PPR-DATOS OCCURS 52 TIMES.
              03 WKS-PPR-PRES-MES   PIC S9(9)V99.
              03 WKS-PPR-REAL-MES   PIC S9(9)V99.
              03 WKS-PPR-PRES-ACUM  PIC S9(9)V99.
              03 WKS-PPR-REAL-ACUM  PIC S9(9)V99.
              03 WKS-PPR-PROYECTADO PIC S9(9)V99.
              03 WKS-PPR-TIENE-PPTO PIC X(01).

       01  WKS-TABLA-PENS OCCURS 500 TIMES DEPENDING ON WKS-CANT-PENS
                                     INDEXED BY WKS-IND-PENS.
           02 WKS-PN-ID         PIC 9(05).
           02 WKS-PN-EXPEDIENTE PIC X(20).
           02 WKS-PN-BENEF      PIC X(40).
           02 WKS-PN-CLABE      PIC X(18).
           02 WKS-PN-TIPO       PIC X(01).
               88 WKS-PN-PORCENTAJE VALUE 'P'.
               88 WKS-PN-FIJO       VALUE 'F'.
           02 WKS-PN-PORC       PIC 9(03)V99.
           02 WKS-PN-IMPORTE    PIC 9(07)V99.
           02 WKS-PN-FECHA-INI  PIC 9(08).
           02 WKS-PN-FECHA-FIN  PIC 9(08).
           02 WKS-PN-RETENIDO   PIC S9(7)V99.

       77  WKS-CANT-PENS        PIC 9(03).
       77  WKS-MAX-PENS         PIC 9(03) VALUE 500.
       77  WKS-FS-PENS          PIC X(02).
       77  WKS-FS-DISPEN        PIC X(02).
       77  WKS-FS-PENH          PIC X(02).
       77  WKS-FS-REPPEN        PIC X(02).
       77  WKS-SW-EOF-PENS      PIC X(01).
           88 WKS-EOF-PENS      VALUE 'S'.
       77  WKS-SW-EOF-PENH      PIC X(01).
           88 WKS-EOF-PENH      VALUE 'S'.
       77  WKS-SW-PENS-EXISTE   PIC X(01).
           88 WKS-PENS-EXISTE   VALUE 'S'.
       77  WKS-SW-PENS-ARCH     PIC X(01).
           88 WKS-GENERA-PENS   VALUE 'S'.
       77  WKS-SW-PENS-FALLO    PIC X(01).
           88 WKS-PENS-FALLO    VALUE 'S'.
       77  WKS-SW-PENS-MES      PIC X(01).
           88 WKS-PENS-EN-MES   VALUE 'S'.
       77  WKS-POS-PENS         PIC 9(03).
       77  WKS-POS-PENS-ENC     PIC 9(03).
       77  WKS-PENSION-ALIM     PIC S9(7)V99.
       77  WKS-PENS-BASE        PIC S9(7)V99.
       77  WKS-PENS-DISPONIBLE  PIC S9(7)V99.
       77  WKS-PENS-MONTO       PIC S9(7)V99.
       77  WKS-PENS-PER-INI     PIC 9(08).
       77  WKS-PENS-PER-FIN     PIC 9(08).
       77  WKS-PENS-EXPEDIENTE  PIC X(20).
       77  WKS-PENS-BENEF       PIC X(40).
       77  WKS-PENS-CLABE       PIC X(18).
       77  WKS-PENS-TIPO        PIC X(01).
       77  WKS-PENS-PORC        PIC 9(03)V99.
       77  WKS-PENS-IMPORTE     PIC 9(07)V99.
       77  WKS-PENS-FECHA-INI   PIC 9(08).
       77  WKS-PENS-FECHA-FIN   PIC 9(08).
       77  WKS-PENS-MES         PIC 9(06).
       77  WKS-PENS-MES-ANIO    PIC 9(04).
       77  WKS-PENS-MES-NUM     PIC 9(02).
       77  WKS-PENS-MES-INI     PIC 9(08).
       77  WKS-PENS-MES-FIN     PIC 9(08).
       77  WKS-PENS-DISP-CUENTA PIC 9(05).
       77  WKS-PENS-DISP-TOTAL  PIC S9(9)V99.
       77  WKS-PENS-SIN-CLABE   PIC 9(05).
       77  WKS-PENS-ESCRITOS    PIC 9(05).
       77  WKS-PENS-DEPURADOS   PIC 9(05).
       77  WKS-PENS-LINEAS      PIC 9(03).
       77  WKS-PENS-ORDENES     PIC 9(03).
       77  WKS-PENS-TOT-ORDEN   PIC S9(9)V99.
       77  WKS-PENS-TOT-MES     PIC S9(9)V99.
       77  WKS-PENS-PORC-FORMATO PIC ZZ9.99.

       01  WKS-TABLA-PENH OCCURS 3000 TIMES DEPENDING ON WKS-CANT-PENH
                                     INDEXED BY WKS-IND-PENH.
           02 WKS-PH-PERIODO    PIC 9(06).
           02 WKS-PH-FRECUENCIA PIC X(01).
           02 WKS-PH-SUBPER     PIC 9(02).
           02 WKS-PH-ID         PIC 9(05).
           02 WKS-PH-EXPEDIENTE PIC X(20).
           02 WKS-PH-IMPORTE    PIC 9(07)V99.
           02 WKS-PH-BASE       PIC 9(07)V99.

       77  WKS-CANT-PENH        PIC 9(04).
       77  WKS-MAX-PENH         PIC 9(04) VALUE 3000.
       77  WKS-POS-PENH         PIC 9(04).

       01  WKS-TABLA-CAMB OCCURS 2000 TIMES DEPENDING ON WKS-CANT-CAMB
                                     INDEXED BY WKS-IND-CAMB.
           02 WKS-CB-FOLIO      PIC 9(06).
           02 WKS-CB-TIPO       PIC X(01).
               88 WKS-CB-SALARIO    VALUE 'S'.
               88 WKS-CB-CUENTA     VALUE 'C'.
               88 WKS-CB-BAJA       VALUE 'B'.
           02 WKS-CB-ID         PIC 9(05).
           02 WKS-CB-SAL-ANT    PIC S9(5)V99.
           02 WKS-CB-SAL-NUEVO  PIC S9(5)V99.
           02 WKS-CB-BANCO-ANT  PIC X(20).
           02 WKS-CB-CLABE-ANT  PIC X(18).
           02 WKS-CB-BANCO      PIC X(20).
           02 WKS-CB-CLABE      PIC X(18).
           02 WKS-CB-FECHA-EFEC PIC 9(08).
           02 WKS-CB-USR-SOL    PIC X(08).
           02 WKS-CB-FECHA-SOL  PIC 9(08).
           02 WKS-CB-ESTADO     PIC X(01).
               88 WKS-CB-PENDIENTE  VALUE 'P'.
               88 WKS-CB-AUTORIZADO VALUE 'A'.
               88 WKS-CB-RECHAZADO  VALUE 'R'.
               88 WKS-CB-VENCIDO    VALUE 'V'.
           02 WKS-CB-USR-AUT    PIC X(08).
           02 WKS-CB-FECHA-AUT  PIC 9(08).
           02 WKS-CB-MOTIVO     PIC X(40).

       77  WKS-CANT-CAMB        PIC 9(04).
       77  WKS-MAX-CAMB         PIC 9(04) VALUE 2000.
       77  WKS-POS-CAMB         PIC 9(04).
       77  WKS-POS-CAMB-ENC     PIC 9(04).
       77  WKS-CAMB-ULT-FOLIO   PIC 9(06).
       77  WKS-CAMB-VIGENCIA    PIC 9(03) VALUE 30.
       77  WKS-FS-USR           PIC X(02).
       77  WKS-FS-CAMB          PIC X(02).
       77  WKS-FS-REPCAMB       PIC X(02).
       77  WKS-SW-EOF-USR       PIC X(01).
           88 WKS-EOF-USR       VALUE 'S'.
       77  WKS-SW-EOF-CAMB      PIC X(01).
           88 WKS-EOF-CAMB      VALUE 'S'.
       77  WKS-SW-USR-VALIDO    PIC X(01).
           88 WKS-USUARIO-VALIDO VALUE 'S'.
       77  WKS-SW-USR-AUTORIZA  PIC X(01).
           88 WKS-USR-AUTORIZA  VALUE 'S'.
       77  WKS-SW-CAMB-EXISTE   PIC X(01).
           88 WKS-CAMB-EXISTE   VALUE 'S'.
       77  WKS-SW-CAMB-APLICADO PIC X(01).
           88 WKS-CAMB-APLICADO VALUE 'S'.
       77  WKS-USUARIO          PIC X(08) VALUE SPACES.
       77  WKS-USR-CAPTURA      PIC X(08).
       77  WKS-USR-CLAVE        PIC X(08).
       77  WKS-USR-AUTORIZADOR  PIC X(08).
       77  WKS-CAMB-TIPO        PIC X(01).
       77  WKS-CAMB-SAL-NUEVO   PIC S9(5)V99.
       77  WKS-CAMB-BANCO       PIC X(20).
       77  WKS-CAMB-CLABE       PIC X(18).
       77  WKS-CAMB-FECHA-EFEC  PIC 9(08).
       77  WKS-CAMB-FOLIO       PIC 9(06).
       77  WKS-CAMB-MOTIVO      PIC X(40).
       77  WKS-CAMB-ESTADO-REP  PIC X(01).
       77  WKS-CAMB-DIAS        PIC S9(07).
       77  WKS-CAMB-VENCIDOS    PIC 9(04).
       77  WKS-CAMB-PEND-PER    PIC 9(04).
       77  WKS-CAMB-CORTE       PIC 9(08).
       77  WKS-CAMB-TIPO-DESC   PIC X(16).
       77  WKS-CAMB-EDO-DESC    PIC X(10).
       77  WKS-CAMB-TOT-PEND    PIC 9(04).
       77  WKS-CAMB-TOT-AUT     PIC 9(04).
       77  WKS-CAMB-TOT-RECH    PIC 9(04).
       77  WKS-CAMB-TOT-VENC    PIC 9(04).
       77  WKS-LOTE-PENDIENTES  PIC 9(05).

       77  WKS-FS-PARAM         PIC X(02).
       77  WKS-FS-BIT           PIC X(02).
       77  WKS-SW-DESATENDIDO   PIC X(01) VALUE 'N'.
           88 WKS-DESATENDIDO   VALUE 'S'.
       77  WKS-SW-EOF-PARAM     PIC X(01).
           88 WKS-EOF-PARAM     VALUE 'S'.
       77  WKS-SW-CORRIDA-DET   PIC X(01) VALUE 'N'.
           88 WKS-CORRIDA-DETENIDA VALUE 'S'.
       77  WKS-SW-PRM-LISTOS    PIC X(01) VALUE 'N'.
           88 WKS-PRM-LISTOS    VALUE 'S'.
       77  WKS-RC-CORRIDA       PIC 9(02) VALUE ZERO.
       77  WKS-RC-PASO          PIC 9(02).
       77  WKS-PASOS-EJEC       PIC 9(03).
       77  WKS-PRM-PERIODO      PIC 9(06).
       77  WKS-PRM-ANIO         PIC 9(04).
       77  WKS-PRM-MES          PIC 9(02).
       77  WKS-PRM-FRECUENCIA   PIC X(01).
       77  WKS-PRM-SUBPER       PIC 9(02).
       77  WKS-PRM-PCT-VARIA    PIC 9(02)V99.
       77  WKS-PASO-ACTUAL      PIC X(10).
       77  WKS-PASO-RESULTADO   PIC X(08).
       77  WKS-PASO-MENSAJE     PIC X(80).
       77  WKS-BIT-LINEA        PIC X(132).
       77  WKS-BIT-ARCHIVO      PIC X(10).
       77  WKS-BIT-CUENTA       PIC 9(05).
       77  WKS-BIT-TEXTO        PIC X(50).
       77  WKS-BIT-CUENTA-FMT   PIC ZZZZ9.
       77  WKS-BIT-PCT-FMT      PIC Z9.99.
       77  WKS-NOM-CALCULADOS   PIC 9(05).

       01  WKS-BIT-HORA.
           02 WKS-BH-HORA       PIC 9(02).
           02 FILLER            PIC X(01) VALUE ":".
           02 WKS-BH-MIN        PIC 9(02).
           02 FILLER            PIC X(01) VALUE ":".
           02 WKS-BH-SEG        PIC 9(02).

       01  WKS-CAMB-FECHA-A.
           02 WKS-CFA-ANIO      PIC 9(04).
           02 WKS-CFA-MES       PIC 9(02).
           02 WKS-CFA-DIA       PIC 9(02).
       01  WKS-CAMB-FECHA-B.
           02 WKS-CFB-ANIO      PIC 9(04).
           02 WKS-CFB-MES       PIC 9(02).
           02 WKS-CFB-DIA       PIC 9(02).

       77  WKS-FS-FINI          PIC X(02).
       77  WKS-DIAS-ULT-PER     PIC S9(03).
       77  WKS-SUELDO-PEND      PIC S9(7)V99.
           88 WKS-NOM-MENSUAL   VALUE 'M'.
           88 WKS-NOM-QUINCENAL VALUE 'Q'.
           88 WKS-NOM-SEMANAL   VALUE 'S'.
           88 WKS-NOM-EXTRA     VALUE 'E'.
       77  WKS-SUBPERIODO       PIC 9(02).
       77  WKS-FACTOR-PERIODO   PIC 9V9(5) VALUE 1.00000.
       77  WKS-BASE-MENSUAL     PIC S9(7)V99.
       77  WKS-PERKEY-PREV      PIC 9(08).
       77  WKS-FREC-PEND        PIC X(01).
       77  WKS-SUBPER-PEND      PIC 9(02).
       77  WKS-CORRIDA-PEND     PIC 9(03).
       77  WKS-CORRIDA-HIST     PIC 9(03).
       77  WKS-CORRIDA-EXT      PIC 9(03).
       77  WKS-CC-FRECUENCIA    PIC X(01).
       77  WKS-CC-SUBPER        PIC 9(02).
       77  WKS-CC-CORRIDA       PIC 9(03) VALUE ZERO.
       77  WKS-SUBPER-REF       PIC 9(01).
       77  WKS-SW-EOF-HIST      PIC X(01).
           88 WKS-EOF-HIST      VALUE 'S'.
           88 WKS-OPC-R         VALUE 'R'.
           88 WKS-OPC-I         VALUE 'I'.
           88 WKS-OPC-E         VALUE 'E'.
           88 WKS-OPC-O         VALUE 'O'.
           88 WKS-OPC-Q         VALUE 'Q'.
           88 WKS-OPC-W         VALUE 'W'.
           88 WKS-OPC-K         VALUE 'K'.

       77  WKS-AUX-NOMBRE       PIC X(50).
       77  WKS-AUX-SALARIO      PIC S9(5)V99.
               DISPLAY "NOMINA TRABAJADORES".
               MOVE ZERO TO WKS-TERMINA
                            WKS-FIN.
               PERFORM ABRE-PARAMETROS.
               PERFORM INICIALIZA-DEPTOS.
               PERFORM INICIALIZA-TASAS.
               PERFORM INICIALIZA-CUENTAS.
               PERFORM CARGA-TRABAJADORES.
               PERFORM CARGA-CONTROL.
               PERFORM CARGA-PRESTAMOS.
               PERFORM CARGA-PRESUPUESTO.
               PERFORM CARGA-PENSIONES.
               PERFORM CARGA-CAMBIOS.
               PERFORM REVISA-CIERRE-PENDIENTE.
               IF WKS-DESATENDIDO
                   PERFORM CORRIDA-DESATENDIDA
               ELSE
                   PERFORM MENU-PRINCIPAL UNTIL WKS-TERMINA = 1.

           STOP RUN.

                   "F-PRESTAMOS/AHORRO H-VACACIONES ",
                   "U-CUENTAS CONTABLES R-RETORNO BANCO ",
                   "I-IMPORTA CHECADAS E-MOVS IMSS ",
                   "O-ROTACION DE PERSONAL Q-PRESUPUESTO DEPTOS ",
                   "W-PENSION ALIMENTICIA K-AUTORIZA CAMBIOS ",
                   "S. SALIR "
           ACCEPT WKS-OPCION.
           IF WKS-OPC-ALTA
           IF WKS-OPC-E
               PERFORM MOVIMIENTOS-IMSS
           ELSE
           IF WKS-OPC-O
               PERFORM GENERA-ROTACION
           ELSE
           IF WKS-OPC-Q
               PERFORM MANTIENE-PRESUPUESTO
           ELSE
           IF WKS-OPC-W
               PERFORM MANTIENE-PENSIONES
           ELSE
           IF WKS-OPC-K
               PERFORM AUTORIZA-CAMBIOS
           ELSE
           IF WKS-OPC-S
               IF WKS-EMPLEADOS-ABIERTO
                   CLOSE ARCHIVO-EMPLEADOS
                   " NSS: " WKS-NSS(WKS-INDICE).
           MOVE 1 TO WKS-COL
           PERFORM CONSULTA-DEPTO-TRAB UNTIL WKS-COL > 3
           PERFORM MUESTRA-HIST-SALARIOS
           IF WKS-INDICADOR = 1
               PERFORM MODIFICACIONES
               MOVE ZERO TO WKS-INDICADOR
           MODIFICACIONES.
               DISPLAY "QUE DESEAS MODIFICAR: 1-NOMBRE 2-APELLIDO PAT ",
                       "3-APELLIDO MAT 4-SALARIO 5-DEPTOS 6-CANCELAR ",
                       "7-FRECUENCIA DE PAGO 8-RFC/CURP/NSS ",
                       "9-BANCO/CLABE".
               ACCEPT WKS-ELECCION.

               IF WKS-ELECCION = 1

               ELSE
               IF WKS-ELECCION = 4
                   PERFORM SOLICITA-CAMBIO-SALARIO

               ELSE
               IF WKS-ELECCION = 5
                   SET WKS-SUB-IDS TO WKS-INDICE
                   PERFORM CAPTURA-IDS-OFICIALES
                   PERFORM GRABA-TRAB-ACTUAL
               ELSE
               IF WKS-ELECCION = 9
                   PERFORM SOLICITA-CAMBIO-CUENTA
               ELSE
                   DISPLAY "MODIFICACION INVALIDA VERIFIQUE"
                   PERFORM MODIFICACIONES.
               SET WKS-SUB-GRABA TO WKS-INDICE.
               PERFORM GRABA-TRABAJADOR.

           CAPTURA-FECHA-EFECTIVA.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "FECHA EFECTIVA DEL CAMBIO (AAAAMMDD, ",
                   "VACIO = HOY):".
           ACCEPT WKS-FECHA-EFECTIVA.
           IF WKS-FECHA-EFECTIVA = ZERO
               MOVE WKS-FECHA-HOY TO WKS-FECHA-EFECTIVA.
           MOVE WKS-FECHA-EFECTIVA TO WKS-FECHA-VAL.
           IF WKS-FV-ANIO < 1950 OR WKS-FV-ANIO > 2099
               OR WKS-FV-MES < 1 OR WKS-FV-MES > 12
               OR WKS-FV-DIA < 1 OR WKS-FV-DIA > 31
               OR WKS-FECHA-EFECTIVA > WKS-FECHA-HOY
               DISPLAY "FECHA INVALIDA, NO PUEDE SER POSTERIOR A HOY"
               PERFORM CAPTURA-FECHA-EFECTIVA.

           GRABA-HIST-SALARIO.
           OPEN EXTEND ARCHIVO-HIST-SALARIOS.
           IF WKS-FS-SALH NOT = "00"
               OPEN OUTPUT ARCHIVO-HIST-SALARIOS.
           IF WKS-FS-SALH = "00"
               MOVE WKS-ID-TRAB(WKS-INDICE) TO REG-SH-ID
               MOVE WKS-FECHA-EFECTIVA TO REG-SH-FECHA-EFEC
               MOVE WKS-SAL-ANTERIOR TO REG-SH-SAL-ANT
               MOVE WKS-SALARIO(WKS-INDICE) TO REG-SH-SAL-NUEVO
               ACCEPT REG-SH-FECHA-REG FROM DATE YYYYMMDD
               WRITE REG-HIST-SALARIO
               CLOSE ARCHIVO-HIST-SALARIOS
           ELSE
               DISPLAY "NO SE PUDO GRABAR EL HISTORICO DE SALARIOS".

           MUESTRA-HIST-SALARIOS.
           MOVE ZERO TO WKS-SALH-CANT.
           OPEN INPUT ARCHIVO-HIST-SALARIOS.
           IF WKS-FS-SALH = "00"
               DISPLAY "HISTORICO DE SALARIOS (EFECTIVO / ANTERIOR ",
                       "/ NUEVO / CAPTURA):"
               MOVE 'N' TO WKS-SW-EOF-SALH
               READ ARCHIVO-HIST-SALARIOS
                   AT END MOVE 'S' TO WKS-SW-EOF-SALH
               END-READ
               PERFORM MUESTRA-REG-SALARIO UNTIL WKS-EOF-SALH
               CLOSE ARCHIVO-HIST-SALARIOS.
           IF WKS-SALH-CANT = ZERO
               DISPLAY "SIN CAMBIOS DE SALARIO REGISTRADOS".

           MUESTRA-REG-SALARIO.
           IF REG-SH-ID = WKS-ID-TRAB(WKS-INDICE)
               ADD 1 TO WKS-SALH-CANT
               MOVE REG-SH-SAL-ANT TO WKS-SAL-FORMATO
               MOVE REG-SH-SAL-NUEVO TO WKS-CONCEPTO-FORMATO
               DISPLAY "  ", REG-SH-FECHA-EFEC, "  ",
                       WKS-SAL-FORMATO, "  ", WKS-CONCEPTO-FORMATO,
                       "  ", REG-SH-FECHA-REG.
           READ ARCHIVO-HIST-SALARIOS
               AT END MOVE 'S' TO WKS-SW-EOF-SALH
           END-READ.

           CALCULA-RETROACTIVO.
           COMPUTE WKS-RETRO-DIF-MES = WKS-SALARIO(WKS-INDICE)
                   - WKS-SAL-ANTERIOR.
           MOVE ZERO TO WKS-RETRO-TOTAL WKS-RETRO-PERIODOS.
           IF WKS-RETRO-DIF-MES NOT = ZERO
               OPEN INPUT ARCHIVO-HISTORIAL
               IF WKS-FS-HIST = "00"
                   OPEN OUTPUT ARCHIVO-REPORTE-RETRO
                   IF WKS-FS-REPRE = "00"
                       PERFORM ESCRIBE-ENCABEZADO-RETRO
                       MOVE 'N' TO WKS-SW-EOF-HIST
                       READ ARCHIVO-HISTORIAL
                           AT END MOVE 'S' TO WKS-SW-EOF-HIST
                       END-READ
                       PERFORM CALCULA-RETRO-PERIODO
                           UNTIL WKS-EOF-HIST
                       PERFORM ESCRIBE-TOTAL-RETRO
                       CLOSE ARCHIVO-REPORTE-RETRO
                   ELSE
                       DISPLAY "NO SE PUDO CREAR EL REPORTE DE ",
                               "RETROACTIVOS"
                   END-IF
                   CLOSE ARCHIVO-HISTORIAL
               END-IF
               IF WKS-RETRO-PERIODOS > ZERO
                   MOVE WKS-RETRO-TOTAL TO WKS-RES-FORMATO
                   DISPLAY "EL CAMBIO AFECTA ", WKS-RETRO-PERIODOS,
                           " PERIODOS YA CERRADOS, VER REPRETRO"
                   IF WKS-RETRO-TOTAL < ZERO
                       DISPLAY "DIFERENCIA RETROACTIVA A CARGO: ",
                               WKS-RES-FORMATO
                   ELSE
                       DISPLAY "DIFERENCIA RETROACTIVA A FAVOR: ",
                               WKS-RES-FORMATO
                   END-IF
                   IF WKS-RETRO-TOTAL NOT = ZERO
                       PERFORM CONFIRMA-RETROACTIVO
                   END-IF
               END-IF
           END-IF.

           CALCULA-RETRO-PERIODO.
           IF REG-HIST-ID = WKS-ID-TRAB(WKS-INDICE)
               AND REG-HIST-FRECUENCIA NOT = 'E'
               PERFORM NORMALIZA-FREC-HIST
               DIVIDE REG-HIST-PERIODO BY 100 GIVING WKS-FV-ANIO
                   REMAINDER WKS-FV-MES
               MOVE WKS-FREC-HIST TO WKS-RANGO-FREC
               MOVE WKS-SUBPER-HIST TO WKS-RANGO-SUBPER
               PERFORM RANGO-DIAS-PERIODO
               COMPUTE WKS-RETRO-INI = REG-HIST-PERIODO * 100
                       + WKS-RANGO-DIA-INI
               COMPUTE WKS-RETRO-FIN = REG-HIST-PERIODO * 100
                       + WKS-RANGO-DIA-FIN
               IF WKS-RETRO-FIN NOT < WKS-FECHA-EFECTIVA
                   PERFORM ESCRIBE-RETRO-PERIODO
               END-IF
           END-IF.
           READ ARCHIVO-HISTORIAL
               AT END MOVE 'S' TO WKS-SW-EOF-HIST
           END-READ.

           ESCRIBE-RETRO-PERIODO.
           IF WKS-FREC-HIST = 'Q'
               MOVE 0.50000 TO WKS-RETRO-FACTOR
           ELSE
           IF WKS-FREC-HIST = 'S'
               MOVE 0.23333 TO WKS-RETRO-FACTOR
           ELSE
               MOVE 1.00000 TO WKS-RETRO-FACTOR.
           COMPUTE WKS-RETRO-DIAS-PER = WKS-RANGO-DIA-FIN
                   - WKS-RANGO-DIA-INI + 1.
           IF WKS-RETRO-INI < WKS-FECHA-EFECTIVA
               MOVE WKS-FECHA-EFECTIVA TO WKS-FECHA-VAL
               COMPUTE WKS-RETRO-DIAS = WKS-RANGO-DIA-FIN
                       - WKS-FV-DIA + 1
           ELSE
               MOVE WKS-RETRO-DIAS-PER TO WKS-RETRO-DIAS.
           COMPUTE WKS-RETRO-IMPORTE ROUNDED = WKS-RETRO-DIF-MES
                   * WKS-RETRO-FACTOR * WKS-RETRO-DIAS
                   / WKS-RETRO-DIAS-PER.
           ADD WKS-RETRO-IMPORTE TO WKS-RETRO-TOTAL.
           ADD 1 TO WKS-RETRO-PERIODOS.
           MOVE WKS-RETRO-IMPORTE TO WKS-RES-FORMATO.
           MOVE WKS-RETRO-DIAS TO WKS-DIAS-FORMATO.
           MOVE SPACES TO REG-REPORTE-RETRO.
           MOVE 1 TO WKS-PTR-NOMBRES-DEP.
           STRING "PERIODO "                  DELIMITED BY SIZE
                  REG-HIST-PERIODO            DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-FREC-HIST               DELIMITED BY SIZE
                  WKS-SUBPER-HIST             DELIMITED BY SIZE
                  " DIAS: "                   DELIMITED BY SIZE
                  WKS-DIAS-FORMATO            DELIMITED BY SIZE
                  " BRUTO PAGADO: "           DELIMITED BY SIZE
               INTO REG-REPORTE-RETRO
               WITH POINTER WKS-PTR-NOMBRES-DEP.
           MOVE REG-HIST-BRUTO TO WKS-CONCEPTO-FORMATO.
           STRING WKS-CONCEPTO-FORMATO        DELIMITED BY SIZE
                  " DIFERENCIA: "             DELIMITED BY SIZE
                  WKS-RES-FORMATO             DELIMITED BY SIZE
               INTO REG-REPORTE-RETRO
               WITH POINTER WKS-PTR-NOMBRES-DEP.
           IF WKS-RETRO-IMPORTE < ZERO
               STRING " A CARGO"              DELIMITED BY SIZE
                   INTO REG-REPORTE-RETRO
                   WITH POINTER WKS-PTR-NOMBRES-DEP.
           WRITE REG-REPORTE-RETRO.

           ESCRIBE-ENCABEZADO-RETRO.
           SET WKS-SUB-TRAB TO WKS-INDICE.
           PERFORM ARMA-NOMBRE-COMPLETO.
           MOVE SPACES TO REG-REPORTE-RETRO.
           STRING "DIFERENCIAS RETROACTIVAS DE SALARIO ID "
                                              DELIMITED BY SIZE
                  WKS-ID-TRAB(WKS-INDICE)     DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-NOMBRE-COMPLETO         DELIMITED BY "  "
               INTO REG-REPORTE-RETRO.
           WRITE REG-REPORTE-RETRO.
           MOVE WKS-SAL-ANTERIOR TO WKS-SAL-FORMATO.
           MOVE WKS-SALARIO(WKS-INDICE) TO WKS-CONCEPTO-FORMATO.
           MOVE SPACES TO REG-REPORTE-RETRO.
           STRING "EFECTIVO DESDE "           DELIMITED BY SIZE
                  WKS-FECHA-EFECTIVA          DELIMITED BY SIZE
                  " SALARIO ANTERIOR: "       DELIMITED BY SIZE
                  WKS-SAL-FORMATO             DELIMITED BY SIZE
                  " NUEVO: "                  DELIMITED BY SIZE
                  WKS-CONCEPTO-FORMATO        DELIMITED BY SIZE
               INTO REG-REPORTE-RETRO.
           WRITE REG-REPORTE-RETRO.
           MOVE WKS-LINEA-SEP TO REG-REPORTE-RETRO.
           WRITE REG-REPORTE-RETRO.

           ESCRIBE-TOTAL-RETRO.
           MOVE WKS-LINEA-GUION TO REG-REPORTE-RETRO.
           WRITE REG-REPORTE-RETRO.
           MOVE WKS-RETRO-TOTAL TO WKS-RES-FORMATO.
           MOVE SPACES TO REG-REPORTE-RETRO.
           MOVE 1 TO WKS-PTR-NOMBRES-DEP.
           STRING "PERIODOS AFECTADOS: "      DELIMITED BY SIZE
                  WKS-RETRO-PERIODOS          DELIMITED BY SIZE
                  " DIFERENCIA TOTAL: "       DELIMITED BY SIZE
                  WKS-RES-FORMATO             DELIMITED BY SIZE
               INTO REG-REPORTE-RETRO
               WITH POINTER WKS-PTR-NOMBRES-DEP.
           IF WKS-RETRO-TOTAL < ZERO
               STRING " A CARGO"              DELIMITED BY SIZE
                   INTO REG-REPORTE-RETRO
                   WITH POINTER WKS-PTR-NOMBRES-DEP.
           WRITE REG-REPORTE-RETRO.

           CONFIRMA-RETROACTIVO.
           DISPLAY "REGISTRAR EL RETROACTIVO EN INCIDEN PARA LA ",
                   "PROXIMA NOMINA? S-SI N-NO".
           ACCEPT WKS-OPCION.
           IF WKS-OPC-S
               PERFORM ESCRIBE-RETRO-INC
           ELSE
           IF WKS-OPC-N
               DISPLAY "RETROACTIVO NO REGISTRADO, SOLO SE EMITIO ",
                       "EL REPORTE"
           ELSE
               DISPLAY "OPCION INVALIDA VERIFIQUE"
               PERFORM CONFIRMA-RETROACTIVO.

           ESCRIBE-RETRO-INC.
           IF WKS-RETRO-TOTAL > 99999.99
               DISPLAY "RETROACTIVO MAYOR AL TOPE DE INCIDENCIAS, SE ",
                       "LIMITA"
               MOVE 99999.99 TO WKS-RETRO-TOTAL.
           IF WKS-RETRO-TOTAL < -99999.99
               DISPLAY "RETROACTIVO MAYOR AL TOPE DE INCIDENCIAS, SE ",
                       "LIMITA"
               MOVE -99999.99 TO WKS-RETRO-TOTAL.
           OPEN EXTEND ARCHIVO-INCIDENCIAS.
           IF WKS-FS-INC NOT = "00"
               OPEN OUTPUT ARCHIVO-INCIDENCIAS.
           IF WKS-FS-INC = "00"
               MOVE WKS-ID-TRAB(WKS-INDICE) TO REG-INC-ID
               MOVE ZERO TO REG-INC-FALTAS REG-INC-HRS-EXTRA
                            REG-INC-OTRA-PERC REG-INC-OTRA-DED
               IF WKS-RETRO-TOTAL > ZERO
                   MOVE WKS-RETRO-TOTAL TO REG-INC-OTRA-PERC
               ELSE
                   COMPUTE REG-INC-OTRA-DED = ZERO - WKS-RETRO-TOTAL
               END-IF
               MOVE "RETROACTIVO" TO REG-INC-CONCEPTO
               WRITE REG-INCIDENCIA
               CLOSE ARCHIVO-INCIDENCIAS
               DISPLAY "RETROACTIVO REGISTRADO EN INCIDEN"
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE INCIDENCIAS".



           MODIFICA-DEPTO.
                       " ID:", WKS-ID-TRAB(WKS-INDICE) "? S-SI N-NO"
               ACCEPT WKS-OPCION
               IF WKS-OPC-S
                   PERFORM SOLICITA-CAMBIO-BAJA
               ELSE
               IF WKS-OPC-N
                   NEXT SENTENCE
           OPEN INPUT ARCHIVO-LOTE.
           IF WKS-FS-LOTE = "00"
               MOVE ZERO TO WKS-LOTE-PROCESADOS WKS-LOTE-RECHAZADOS
                            WKS-LOTE-PENDIENTES
               PERFORM IDENTIFICA-USUARIO
               MOVE 'N' TO WKS-SW-EOF-LOTE
               READ ARCHIVO-LOTE
                   AT END MOVE 'S' TO WKS-SW-EOF-LOTE
               DISPLAY "LOTE PROCESADO. APLICADAS: ",
                       WKS-LOTE-PROCESADOS, " RECHAZADAS: ",
                       WKS-LOTE-RECHAZADOS
               DISPLAY "CAMBIOS DE SALARIO Y BAJAS ENVIADOS A ",
                       "AUTORIZACION: ", WKS-LOTE-PENDIENTES
           ELSE
               DISPLAY "NO EXISTE ARCHIVO DE LOTE".


           MOVIMIENTOS-IMSS.
           DISPLAY "MOVIMIENTOS IMSS: 1-REPORTE DE PENDIENTES ",
                   "2-MARCA PENDIENTES COMO ENVIADOS ",
                   "3-LIQUIDACION BIMESTRAL DE CUOTAS 4-REGRESAR".
           ACCEPT WKS-ELECCION.
           IF WKS-ELECCION = 1
               PERFORM REPORTE-MOVS-IMSS
               PERFORM MARCA-MOVS-ENVIADOS
           ELSE
           IF WKS-ELECCION = 3
               PERFORM LIQUIDA-CUOTAS-IMSS
           ELSE
           IF WKS-ELECCION = 4
               NEXT SENTENCE
           ELSE
               DISPLAY "OPCION INVALIDA VERIFIQUE"
           WRITE REG-MOV-IMSS.
           ADD 1 TO WKS-POS-MOV.

           LIQUIDA-CUOTAS-IMSS.
           PERFORM PIDE-BIMESTRE.
           COMPUTE WKS-BIM-MES2 = WKS-BIMESTRE * 2.
           COMPUTE WKS-BIM-MES1 = WKS-BIM-MES2 - 1.
           MOVE WKS-ANIO-BIM TO WKS-FV-ANIO.
           MOVE WKS-BIM-MES1 TO WKS-FV-MES.
           PERFORM CALCULA-DIAS-MES.
           MOVE WKS-DIAS-MES TO WKS-BIM-DIAS-MES1.
           MOVE WKS-BIM-MES2 TO WKS-FV-MES.
           PERFORM CALCULA-DIAS-MES.
           COMPUTE WKS-BIM-DIAS = WKS-BIM-DIAS-MES1 + WKS-DIAS-MES.
           COMPUTE WKS-FECHA-FIN-BIM = WKS-ANIO-BIM * 10000
                   + WKS-BIM-MES2 * 100 + WKS-DIAS-MES.
           MOVE ZERO TO WKS-CANT-LIQ.
           PERFORM CARGA-HIST-BIMESTRE.
           IF WKS-CANT-LIQ = ZERO
               DISPLAY "SIN NOMINAS CERRADAS EN NOMHIST PARA EL ",
                       "BIMESTRE ", WKS-BIMESTRE, " DE ", WKS-ANIO-BIM
           ELSE
               PERFORM APLICA-MOVS-BIMESTRE
               PERFORM GENERA-LIQUIDACION.

           PIDE-BIMESTRE.
           DISPLAY "ANIO DE LA LIQUIDACION (AAAA):".
           ACCEPT WKS-ANIO-BIM.
           DISPLAY "BIMESTRE A LIQUIDAR (1-6):".
           ACCEPT WKS-BIMESTRE.
           IF WKS-ANIO-BIM < 2000 OR WKS-ANIO-BIM > 2099
               OR WKS-BIMESTRE < 1 OR WKS-BIMESTRE > 6
               DISPLAY "ANIO O BIMESTRE INVALIDO VERIFIQUE"
               PERFORM PIDE-BIMESTRE.

           CALCULA-DIAS-MES.
           IF WKS-FV-MES = 2
               DIVIDE WKS-FV-ANIO BY 4 GIVING WKS-COCIENTE-ANIO
                   REMAINDER WKS-RESIDUO-ANIO
               IF WKS-RESIDUO-ANIO = ZERO
                   MOVE 29 TO WKS-DIAS-MES
               ELSE
                   MOVE 28 TO WKS-DIAS-MES
               END-IF
           ELSE
           IF WKS-FV-MES = 4 OR WKS-FV-MES = 6 OR WKS-FV-MES = 9
               OR WKS-FV-MES = 11
               MOVE 30 TO WKS-DIAS-MES
           ELSE
               MOVE 31 TO WKS-DIAS-MES.

           CARGA-HIST-BIMESTRE.
           OPEN INPUT ARCHIVO-HISTORIAL.
           IF WKS-FS-HIST = "00"
               MOVE 'N' TO WKS-SW-EOF-HIST
               READ ARCHIVO-HISTORIAL
                   AT END MOVE 'S' TO WKS-SW-EOF-HIST
               END-READ
               PERFORM REGISTRA-HIST-BIMESTRE UNTIL WKS-EOF-HIST
               CLOSE ARCHIVO-HISTORIAL
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO NOMHIST".

           REGISTRA-HIST-BIMESTRE.
           DIVIDE REG-HIST-PERIODO BY 100 GIVING WKS-ANIO-HIST
               REMAINDER WKS-MES-HIST.
           IF WKS-ANIO-HIST = WKS-ANIO-BIM
               AND (WKS-MES-HIST = WKS-BIM-MES1
                    OR WKS-MES-HIST = WKS-BIM-MES2)
               AND REG-HIST-FRECUENCIA NOT = 'E'
               MOVE REG-HIST-ID TO WKS-ID-AUX
               PERFORM BUSCA-LIQ-TRAB
               IF WKS-POS-LIQ = ZERO
                   IF WKS-CANT-LIQ < WKS-MAX-LIQ
                       ADD 1 TO WKS-CANT-LIQ
                       MOVE WKS-CANT-LIQ TO WKS-POS-LIQ
                       MOVE REG-HIST-ID TO WKS-LQ-ID(WKS-POS-LIQ)
                       MOVE 'N' TO WKS-LQ-MES1(WKS-POS-LIQ)
                                   WKS-LQ-MES2(WKS-POS-LIQ)
                       MOVE 1 TO WKS-LQ-INICIO(WKS-POS-LIQ)
                       MOVE WKS-BIM-DIAS TO WKS-LQ-FIN(WKS-POS-LIQ)
                       MOVE ZERO TO WKS-LQ-SDI(WKS-POS-LIQ)
                                    WKS-LQ-FECHA-SDI(WKS-POS-LIQ)
                                    WKS-LQ-BAJA(WKS-POS-LIQ)
                                    WKS-LQ-HUECO(WKS-POS-LIQ)
                                    WKS-LQ-HUECO-INI(WKS-POS-LIQ)
                                    WKS-LQ-HUECO-FIN(WKS-POS-LIQ)
                   ELSE
                       DISPLAY "TABLA DE LIQUIDACION LLENA, REGISTRO ",
                               "IGNORADO ID: ", REG-HIST-ID
                   END-IF
               END-IF
               IF WKS-POS-LIQ > ZERO
                   IF WKS-MES-HIST = WKS-BIM-MES1
                       MOVE 'S' TO WKS-LQ-MES1(WKS-POS-LIQ)
                   ELSE
                       MOVE 'S' TO WKS-LQ-MES2(WKS-POS-LIQ)
                   END-IF
               END-IF
           END-IF.
           READ ARCHIVO-HISTORIAL
               AT END MOVE 'S' TO WKS-SW-EOF-HIST
           END-READ.

           BUSCA-LIQ-TRAB.
           MOVE ZERO TO WKS-POS-LIQ.
           IF WKS-CANT-LIQ > ZERO
               SET WKS-IND-LIQ TO 1
               SEARCH WKS-TABLA-LIQ
                   AT END CONTINUE
                   WHEN WKS-LQ-ID(WKS-IND-LIQ) = WKS-ID-AUX
                       SET WKS-POS-LIQ TO WKS-IND-LIQ.

           APLICA-MOVS-BIMESTRE.
           OPEN INPUT ARCHIVO-MOVS-IMSS.
           IF WKS-FS-MOV = "00"
               MOVE 'N' TO WKS-SW-EOF-MOV
               READ ARCHIVO-MOVS-IMSS
                   AT END MOVE 'S' TO WKS-SW-EOF-MOV
               END-READ
               PERFORM APLICA-MOV-BIMESTRE UNTIL WKS-EOF-MOV
               CLOSE ARCHIVO-MOVS-IMSS
           ELSE
               DISPLAY "SIN MOVIMIENTOS IMSS, SE TOMAN LOS DIAS DE ",
                       "NOMHIST Y EL SALARIO ACTUAL".

           APLICA-MOV-BIMESTRE.
           MOVE REG-MOV-ID TO WKS-ID-AUX.
           PERFORM BUSCA-LIQ-TRAB.
           IF WKS-POS-LIQ > ZERO
               IF REG-MOV-TIPO NOT = 'B'
                   AND REG-MOV-FECHA <= WKS-FECHA-FIN-BIM
                   AND REG-MOV-FECHA >= WKS-LQ-FECHA-SDI(WKS-POS-LIQ)
                   MOVE REG-MOV-SDI TO WKS-LQ-SDI(WKS-POS-LIQ)
                   MOVE REG-MOV-FECHA
                                 TO WKS-LQ-FECHA-SDI(WKS-POS-LIQ)
               END-IF
               MOVE REG-MOV-FECHA TO WKS-FECHA-VAL
               IF WKS-FV-ANIO = WKS-ANIO-BIM
                   AND (WKS-FV-MES = WKS-BIM-MES1
                        OR WKS-FV-MES = WKS-BIM-MES2)
                   PERFORM CALCULA-DIA-BIMESTRE
                   IF REG-MOV-TIPO = 'A'
                       PERFORM APLICA-ALTA-BIMESTRE
                   END-IF
                   IF REG-MOV-TIPO = 'B'
                       AND WKS-BIM-DIA-POS < WKS-LQ-FIN(WKS-POS-LIQ)
                       MOVE WKS-BIM-DIA-POS TO WKS-LQ-FIN(WKS-POS-LIQ)
                                               WKS-LQ-BAJA(WKS-POS-LIQ)
                   END-IF
               END-IF
           END-IF.
           READ ARCHIVO-MOVS-IMSS
               AT END MOVE 'S' TO WKS-SW-EOF-MOV
           END-READ.

           APLICA-ALTA-BIMESTRE.
           IF WKS-LQ-BAJA(WKS-POS-LIQ) > ZERO
               AND WKS-BIM-DIA-POS > WKS-LQ-BAJA(WKS-POS-LIQ)
               COMPUTE WKS-LQ-HUECO(WKS-POS-LIQ) =
                       WKS-LQ-HUECO(WKS-POS-LIQ) + WKS-BIM-DIA-POS
                       - WKS-LQ-BAJA(WKS-POS-LIQ) - 1
               IF WKS-LQ-HUECO-INI(WKS-POS-LIQ) = ZERO
                   COMPUTE WKS-LQ-HUECO-INI(WKS-POS-LIQ) =
                           WKS-LQ-BAJA(WKS-POS-LIQ) + 1
               END-IF
               COMPUTE WKS-LQ-HUECO-FIN(WKS-POS-LIQ) =
                       WKS-BIM-DIA-POS - 1
               MOVE WKS-BIM-DIAS TO WKS-LQ-FIN(WKS-POS-LIQ)
               MOVE ZERO TO WKS-LQ-BAJA(WKS-POS-LIQ)
           ELSE
           IF WKS-BIM-DIA-POS > WKS-LQ-INICIO(WKS-POS-LIQ)
               MOVE WKS-BIM-DIA-POS TO WKS-LQ-INICIO(WKS-POS-LIQ).

           CALCULA-DIA-BIMESTRE.
           IF WKS-FV-MES = WKS-BIM-MES1
               MOVE WKS-FV-DIA TO WKS-BIM-DIA-POS
           ELSE
               COMPUTE WKS-BIM-DIA-POS = WKS-BIM-DIAS-MES1 + WKS-FV-DIA.

           GENERA-LIQUIDACION.
           OPEN OUTPUT ARCHIVO-LIQ-IMSS.
           IF WKS-FS-LIQ NOT = "00"
               DISPLAY "NO SE PUDO CREAR EL ARCHIVO DE LIQUIDACION IMSS"
           ELSE
               OPEN OUTPUT ARCHIVO-REPORTE-CUOTAS
               IF WKS-FS-REPCU NOT = "00"
                   CLOSE ARCHIVO-LIQ-IMSS
                   DISPLAY "NO SE PUDO CREAR EL REPORTE DE CUOTAS"
               ELSE
                   MOVE ZERO TO WKS-LIQ-ESCRITOS WKS-LIQ-SIN-NSS
                                WKS-LIQ-TOT-DIAS WKS-LIQ-TOTAL
                   MOVE 1 TO WKS-POS-GRUPO
                   PERFORM LIMPIA-TOTAL-GRUPO UNTIL WKS-POS-GRUPO > 7
                   PERFORM ESCRIBE-ENCABEZADO-CUOTAS
                   MOVE 1 TO WKS-POS-LIQ
                   PERFORM LIQUIDA-TRAB-BIMESTRE
                       UNTIL WKS-POS-LIQ > WKS-CANT-LIQ
                   PERFORM ESCRIBE-TOTALES-CUOTAS
                   CLOSE ARCHIVO-LIQ-IMSS
                   CLOSE ARCHIVO-REPORTE-CUOTAS
                   DISPLAY "LIQUIDACION BIMESTRAL GUARDADA EN ",
                           "LIQIMSS, TRABAJADORES: ", WKS-LIQ-ESCRITOS
                   DISPLAY "RESUMEN PARA CONCILIAR CONTRA SUA ",
                           "GUARDADO EN REPCUOTA"
                   IF WKS-LIQ-SIN-NSS > ZERO
                       DISPLAY "AVISO: ", WKS-LIQ-SIN-NSS,
                               " TRABAJADORES SIN NSS EN LA LIQUIDACION"
                   END-IF.

           LIMPIA-TOTAL-GRUPO.
           MOVE ZERO TO WKS-CG-TOTAL(WKS-POS-GRUPO).
           ADD 1 TO WKS-POS-GRUPO.

           LIMPIA-CUOTA-GRUPO.
           MOVE ZERO TO WKS-CG-TRAB(WKS-POS-GRUPO).
           ADD 1 TO WKS-POS-GRUPO.

           LIQUIDA-TRAB-BIMESTRE.
           IF WKS-LQ-MES1(WKS-POS-LIQ) NOT = 'S'
               AND WKS-LQ-INICIO(WKS-POS-LIQ) <= WKS-BIM-DIAS-MES1
               COMPUTE WKS-LQ-INICIO(WKS-POS-LIQ) =
                       WKS-BIM-DIAS-MES1 + 1.
           IF WKS-LQ-MES2(WKS-POS-LIQ) NOT = 'S'
               AND WKS-LQ-FIN(WKS-POS-LIQ) > WKS-BIM-DIAS-MES1
               MOVE WKS-BIM-DIAS-MES1 TO WKS-LQ-FIN(WKS-POS-LIQ).
           COMPUTE WKS-DIAS-CALC = WKS-LQ-FIN(WKS-POS-LIQ)
                   - WKS-LQ-INICIO(WKS-POS-LIQ) + 1.
           IF WKS-LQ-HUECO(WKS-POS-LIQ) > ZERO
               PERFORM DESCUENTA-HUECO-BIMESTRE.
           IF WKS-DIAS-CALC > ZERO
               PERFORM BUSCA-TRAB-LIQ
               PERFORM CALCULA-SDI-LIQ
               PERFORM CALCULA-RAMOS-PATRON
               PERFORM ESCRIBE-LIQ-TRAB.
           ADD 1 TO WKS-POS-LIQ.

           DESCUENTA-HUECO-BIMESTRE.
           IF WKS-LQ-HUECO-INI(WKS-POS-LIQ)
                                   >= WKS-LQ-INICIO(WKS-POS-LIQ)
               AND WKS-LQ-HUECO-FIN(WKS-POS-LIQ)
                                   <= WKS-LQ-FIN(WKS-POS-LIQ)
               SUBTRACT WKS-LQ-HUECO(WKS-POS-LIQ) FROM WKS-DIAS-CALC
           ELSE
               MOVE WKS-LQ-HUECO-INI(WKS-POS-LIQ) TO WKS-HUECO-DESDE
               IF WKS-HUECO-DESDE < WKS-LQ-INICIO(WKS-POS-LIQ)
                   MOVE WKS-LQ-INICIO(WKS-POS-LIQ) TO WKS-HUECO-DESDE
               END-IF
               MOVE WKS-LQ-HUECO-FIN(WKS-POS-LIQ) TO WKS-HUECO-HASTA
               IF WKS-HUECO-HASTA > WKS-LQ-FIN(WKS-POS-LIQ)
                   MOVE WKS-LQ-FIN(WKS-POS-LIQ) TO WKS-HUECO-HASTA
               END-IF
               IF WKS-HUECO-HASTA >= WKS-HUECO-DESDE
                   COMPUTE WKS-DIAS-CALC = WKS-DIAS-CALC
                           - (WKS-HUECO-HASTA - WKS-HUECO-DESDE + 1)
               END-IF
           END-IF.

           BUSCA-TRAB-LIQ.
           MOVE 'N' TO WKS-SW-TRAB-RET.
           MOVE ZERO TO WKS-POS-TRAB-RET.
           SET WKS-INDICE TO 1.
           SEARCH WKS-DATOS-TRAB
               AT END
                   MOVE "(NO VIGENTE)" TO WKS-NOMBRE-COMPLETO
               WHEN WKS-ID-TRAB(WKS-INDICE) = WKS-LQ-ID(WKS-POS-LIQ)
                   SET WKS-SUB-TRAB TO WKS-INDICE
                   MOVE WKS-SUB-TRAB TO WKS-POS-TRAB-RET
                   MOVE 'S' TO WKS-SW-TRAB-RET
                   PERFORM ARMA-NOMBRE-COMPLETO.

           CALCULA-SDI-LIQ.
           IF WKS-LQ-SDI(WKS-POS-LIQ) > ZERO
               MOVE WKS-LQ-SDI(WKS-POS-LIQ) TO WKS-SDI-CALC
           ELSE
           IF WKS-TRAB-RET-ENC
               COMPUTE WKS-SDI-CALC ROUNDED =
                       WKS-SALARIO(WKS-SUB-TRAB) / 30 * WKS-FACTOR-SDI
           ELSE
               MOVE ZERO TO WKS-SDI-CALC.
           PERFORM TOPA-SDI.

           TOPA-SDI.
           COMPUTE WKS-TOPE-SDI = WKS-UMA * WKS-TOPE-SDI-UMA.
           IF WKS-SDI-CALC > WKS-TOPE-SDI
               MOVE WKS-TOPE-SDI TO WKS-SDI-CALC.

           CALCULA-CUOTA-PATRONAL.
           COMPUTE WKS-SDI-CALC ROUNDED =
                   WKS-SALARIO(WKS-SUB-TRAB) / 30 * WKS-FACTOR-SDI.
           PERFORM TOPA-SDI.
           COMPUTE WKS-DIAS-CALC ROUNDED =
                   30 * WKS-FACTOR-PERIODO - WKS-INC-FALTAS.
           IF WKS-DIAS-CALC < ZERO
               MOVE ZERO TO WKS-DIAS-CALC.
           PERFORM CALCULA-RAMOS-PATRON.

           CALCULA-RAMOS-PATRON.
           MOVE ZERO TO WKS-CUOTA-PATRONAL.
           MOVE 1 TO WKS-POS-GRUPO.
           PERFORM LIMPIA-CUOTA-GRUPO UNTIL WKS-POS-GRUPO > 7.
           MOVE 1 TO WKS-POS-RAMO.
           PERFORM APLICA-RAMO-PATRON
               UNTIL WKS-POS-RAMO > WKS-CANT-RAMOS.

           APLICA-RAMO-PATRON.
           MOVE WKS-RM-PORC(WKS-POS-RAMO) TO WKS-PORC-RAMO.
           IF WKS-RM-CODIGO(WKS-POS-RAMO) = "CV" AND WKS-CANT-CV > ZERO
               PERFORM BUSCA-TASA-CV.
           IF WKS-RM-BASE(WKS-POS-RAMO) = 'U'
               MOVE WKS-UMA TO WKS-BASE-RAMO
           ELSE
           IF WKS-RM-BASE(WKS-POS-RAMO) = 'E'
               COMPUTE WKS-BASE-RAMO = WKS-SDI-CALC - WKS-UMA * 3
               IF WKS-BASE-RAMO < ZERO
                   MOVE ZERO TO WKS-BASE-RAMO
               END-IF
           ELSE
               MOVE WKS-SDI-CALC TO WKS-BASE-RAMO.
           COMPUTE WKS-IMPORTE-RAMO ROUNDED =
                   WKS-BASE-RAMO * WKS-DIAS-CALC * WKS-PORC-RAMO.
           MOVE WKS-RM-GRUPO(WKS-POS-RAMO) TO WKS-POS-GRUPO.
           ADD WKS-IMPORTE-RAMO TO WKS-CG-TRAB(WKS-POS-GRUPO).
           ADD WKS-IMPORTE-RAMO TO WKS-CUOTA-PATRONAL.
           ADD 1 TO WKS-POS-RAMO.

           BUSCA-TASA-CV.
           MOVE ZERO TO WKS-UMAS-SDI WKS-TRAMO-CV.
           IF WKS-UMA > ZERO
               COMPUTE WKS-UMAS-SDI = WKS-SDI-CALC / WKS-UMA.
           MOVE 1 TO WKS-IND-CV.
           PERFORM CHECA-TRAMO-CV UNTIL WKS-IND-CV > WKS-CANT-CV.
           IF WKS-TRAMO-CV = ZERO
               MOVE 1 TO WKS-IND-CV
               PERFORM CHECA-TRAMO-CV-MAYOR
                   UNTIL WKS-IND-CV > WKS-CANT-CV.
           MOVE WKS-CV-PORC(WKS-TRAMO-CV) TO WKS-PORC-RAMO.

           CHECA-TRAMO-CV.
           IF WKS-UMAS-SDI <= WKS-CV-LIM-UMAS(WKS-IND-CV)
               IF WKS-TRAMO-CV = ZERO
                   MOVE WKS-IND-CV TO WKS-TRAMO-CV
               ELSE
               IF WKS-CV-LIM-UMAS(WKS-IND-CV)
                   < WKS-CV-LIM-UMAS(WKS-TRAMO-CV)
                   MOVE WKS-IND-CV TO WKS-TRAMO-CV.
           ADD 1 TO WKS-IND-CV.

           CHECA-TRAMO-CV-MAYOR.
           IF WKS-TRAMO-CV = ZERO
               MOVE WKS-IND-CV TO WKS-TRAMO-CV
           ELSE
           IF WKS-CV-LIM-UMAS(WKS-IND-CV)
               > WKS-CV-LIM-UMAS(WKS-TRAMO-CV)
               MOVE WKS-IND-CV TO WKS-TRAMO-CV.
           ADD 1 TO WKS-IND-CV.

           ESCRIBE-LIQ-TRAB.
           MOVE WKS-ANIO-BIM TO REG-LIQ-ANIO.
           MOVE WKS-BIMESTRE TO REG-LIQ-BIMESTRE.
           MOVE WKS-LQ-ID(WKS-POS-LIQ) TO REG-LIQ-ID.
           IF WKS-TRAB-RET-ENC
               MOVE WKS-NSS(WKS-SUB-TRAB) TO REG-LIQ-NSS
           ELSE
               MOVE SPACES TO REG-LIQ-NSS.
           MOVE WKS-DIAS-CALC TO REG-LIQ-DIAS.
           MOVE WKS-SDI-CALC TO REG-LIQ-SDI.
           MOVE 1 TO WKS-POS-GRUPO.
           PERFORM ACUMULA-GRUPO-LIQ UNTIL WKS-POS-GRUPO > 7.
           MOVE WKS-CUOTA-PATRONAL TO REG-LIQ-TOTAL.
           WRITE REG-LIQ-IMSS.
           ADD 1 TO WKS-LIQ-ESCRITOS.
           ADD WKS-DIAS-CALC TO WKS-LIQ-TOT-DIAS.
           ADD WKS-CUOTA-PATRONAL TO WKS-LIQ-TOTAL.
           PERFORM ESCRIBE-LINEA-CUOTAS.
           IF REG-LIQ-NSS = SPACES
               ADD 1 TO WKS-LIQ-SIN-NSS
               MOVE SPACES TO REG-REPORTE-CUOTAS
               STRING "   AVISO: TRABAJADOR SIN NSS, NO CASARA CONTRA ",
                      "SUA"                    DELIMITED BY SIZE
                   INTO REG-REPORTE-CUOTAS
               WRITE REG-REPORTE-CUOTAS.

           ACUMULA-GRUPO-LIQ.
           MOVE WKS-CG-TRAB(WKS-POS-GRUPO)
                                  TO REG-LIQ-RAMO(WKS-POS-GRUPO).
           ADD WKS-CG-TRAB(WKS-POS-GRUPO)
                                  TO WKS-CG-TOTAL(WKS-POS-GRUPO).
           ADD 1 TO WKS-POS-GRUPO.

           ESCRIBE-ENCABEZADO-CUOTAS.
           MOVE SPACES TO REG-REPORTE-CUOTAS.
           STRING "LIQUIDACION DE CUOTAS PATRONALES IMSS E INFONAVIT"
                                              DELIMITED BY SIZE
               INTO REG-REPORTE-CUOTAS.
           WRITE REG-REPORTE-CUOTAS.
           MOVE WKS-BIM-DIAS TO WKS-DIAS-FORMATO.
           MOVE WKS-UMA TO WKS-SAL-FORMATO.
           MOVE SPACES TO REG-REPORTE-CUOTAS.
           STRING "ANIO: "                    DELIMITED BY SIZE
                  WKS-ANIO-BIM                DELIMITED BY SIZE
                  " BIMESTRE: "               DELIMITED BY SIZE
                  WKS-BIMESTRE                DELIMITED BY SIZE
                  " DIAS DEL BIMESTRE: "      DELIMITED BY SIZE
                  WKS-DIAS-FORMATO            DELIMITED BY SIZE
                  " UMA: "                    DELIMITED BY SIZE
                  WKS-SAL-FORMATO             DELIMITED BY SIZE
               INTO REG-REPORTE-CUOTAS.
           WRITE REG-REPORTE-CUOTAS.
           MOVE SPACES TO REG-REPORTE-CUOTAS.
           WRITE REG-REPORTE-CUOTAS.

           ESCRIBE-LINEA-CUOTAS.
           MOVE WKS-DIAS-CALC TO WKS-DIAS-FORMATO.
           MOVE WKS-SDI-CALC TO WKS-SAL-FORMATO.
           MOVE WKS-CUOTA-PATRONAL TO WKS-CONCEPTO-FORMATO.
           MOVE SPACES TO REG-REPORTE-CUOTAS.
           STRING WKS-LQ-ID(WKS-POS-LIQ)      DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-NOMBRE-COMPLETO         DELIMITED BY "  "
                  " NSS: "                    DELIMITED BY SIZE
                  REG-LIQ-NSS                 DELIMITED BY SIZE
                  " DIAS: "                   DELIMITED BY SIZE
                  WKS-DIAS-FORMATO            DELIMITED BY SIZE
                  " SDI: "                    DELIMITED BY SIZE
                  WKS-SAL-FORMATO             DELIMITED BY SIZE
                  " CUOTA PATRONAL: "         DELIMITED BY SIZE
                  WKS-CONCEPTO-FORMATO        DELIMITED BY SIZE
               INTO REG-REPORTE-CUOTAS.
           WRITE REG-REPORTE-CUOTAS.

           ESCRIBE-TOTALES-CUOTAS.
           MOVE SPACES TO REG-REPORTE-CUOTAS.
           WRITE REG-REPORTE-CUOTAS.
           MOVE "TOTALES POR RAMO" TO REG-REPORTE-CUOTAS.
           WRITE REG-REPORTE-CUOTAS.
           MOVE WKS-LINEA-GUION TO REG-REPORTE-CUOTAS.
           WRITE REG-REPORTE-CUOTAS.
           MOVE 1 TO WKS-POS-GRUPO.
           PERFORM ESCRIBE-TOTAL-GRUPO UNTIL WKS-POS-GRUPO > 7.
           MOVE WKS-LINEA-GUION TO REG-REPORTE-CUOTAS.
           WRITE REG-REPORTE-CUOTAS.
           COMPUTE WKS-LIQ-TOT-IMSS = WKS-CG-TOTAL(1) + WKS-CG-TOTAL(2)
                   + WKS-CG-TOTAL(5) + WKS-CG-TOTAL(6).
           COMPUTE WKS-LIQ-TOT-RCV = WKS-CG-TOTAL(3) + WKS-CG-TOTAL(4).
           MOVE WKS-LIQ-TOT-IMSS TO WKS-RES-FORMATO.
           MOVE SPACES TO REG-REPORTE-CUOTAS.
           STRING "TOTAL IMSS (EYM, IV, GUARD, RT): "
                                              DELIMITED BY SIZE
                  WKS-RES-FORMATO             DELIMITED BY SIZE
               INTO REG-REPORTE-CUOTAS.
           WRITE REG-REPORTE-CUOTAS.
           MOVE WKS-LIQ-TOT-RCV TO WKS-RES-FORMATO.
           MOVE SPACES TO REG-REPORTE-CUOTAS.
           STRING "TOTAL RCV (RETIRO, CES Y VEJEZ): "
                                              DELIMITED BY SIZE
                  WKS-RES-FORMATO             DELIMITED BY SIZE
               INTO REG-REPORTE-CUOTAS.
           WRITE REG-REPORTE-CUOTAS.
           MOVE WKS-CG-TOTAL(7) TO WKS-RES-FORMATO.
           MOVE SPACES TO REG-REPORTE-CUOTAS.
           STRING "TOTAL INFONAVIT:                  "
                                              DELIMITED BY SIZE
                  WKS-RES-FORMATO             DELIMITED BY SIZE
               INTO REG-REPORTE-CUOTAS.
           WRITE REG-REPORTE-CUOTAS.
           MOVE WKS-LIQ-TOTAL TO WKS-RES-FORMATO.
           MOVE SPACES TO REG-REPORTE-CUOTAS.
           STRING "TOTAL A PAGAR DEL BIMESTRE:       "
                                              DELIMITED BY SIZE
                  WKS-RES-FORMATO             DELIMITED BY SIZE
               INTO REG-REPORTE-CUOTAS.
           WRITE REG-REPORTE-CUOTAS.
           MOVE SPACES TO REG-REPORTE-CUOTAS.
           WRITE REG-REPORTE-CUOTAS.
           MOVE WKS-LIQ-ESCRITOS TO WKS-PERS-FORMATO.
           MOVE SPACES TO REG-REPORTE-CUOTAS.
           STRING "TRABAJADORES: "            DELIMITED BY SIZE
                  WKS-PERS-FORMATO            DELIMITED BY SIZE
                  " DIAS COTIZADOS: "         DELIMITED BY SIZE
                  WKS-LIQ-TOT-DIAS            DELIMITED BY SIZE
                  " SIN NSS: "                DELIMITED BY SIZE
                  WKS-LIQ-SIN-NSS             DELIMITED BY SIZE
               INTO REG-REPORTE-CUOTAS.
           WRITE REG-REPORTE-CUOTAS.

           ESCRIBE-TOTAL-GRUPO.
           MOVE WKS-CG-TOTAL(WKS-POS-GRUPO) TO WKS-RES-FORMATO.
           MOVE SPACES TO REG-REPORTE-CUOTAS.
           STRING WKS-TXT-GRUPO(WKS-POS-GRUPO) DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WKS-RES-FORMATO              DELIMITED BY SIZE
               INTO REG-REPORTE-CUOTAS.
           WRITE REG-REPORTE-CUOTAS.
           ADD 1 TO WKS-POS-GRUPO.

           VALIDA-DEPTOS-LOTE.
           MOVE 1 TO WKS-COL.
           PERFORM CHECA-DEPTO-LOTE UNTIL WKS-COL > 3.
                                              WKS-APELL-PAT(WKS-INDICE)
                       MOVE REG-LOTE-APELL-MAT TO
                                              WKS-APELL-MAT(WKS-INDICE)
                       MOVE REG-LOTE-DEPARTAMENTO(1) TO
                                          WKS-DEPARTAMENTO(WKS-INDICE,1)
                       MOVE REG-LOTE-DEPARTAMENTO(2) TO
                               TO WKS-FREC-TRAB(WKS-INDICE)
                       END-IF
                       PERFORM GRABA-TRAB-ACTUAL
                       IF WKS-SALARIO(WKS-INDICE) NOT = WKS-AUX-SALARIO
                           PERFORM SOLICITA-SALARIO-LOTE
                       END-IF
                       ADD 1 TO WKS-LOTE-PROCESADOS
                   ELSE
                       DISPLAY "MODIFICACION RECHAZADA, SALARIO O ",
                   ADD 1 TO WKS-LOTE-RECHAZADOS
               WHEN WKS-ID-TRAB(WKS-INDICE) = REG-LOTE-ID
                   IF WKS-ACTIVO(WKS-INDICE)
                       PERFORM SOLICITA-BAJA-LOTE
                   ELSE
                       DISPLAY "BAJA RECHAZADA, TRABAJADOR YA ",
                               "INACTIVO ID: ", REG-LOTE-ID
           ADD 1 TO WKS-POS-DEPTO.

           INICIALIZA-TASAS.
           MOVE ZERO TO WKS-CANT-TASAS WKS-CANT-SUBS.
           MOVE 'N' TO WKS-SW-CV-TASAS.
           PERFORM CARGA-CV-BASE.
           OPEN INPUT ARCHIVO-TASAS.
           IF WKS-FS-TAS = "00"
               MOVE 'N' TO WKS-SW-EOF-TAS
                   DISPLAY "ARCHIVO TASAS SIN TRAMOS DE ISR, SE USA ",
                           "TASA FIJA"
               END-IF
               IF WKS-CANT-SUBS = ZERO
                   DISPLAY "ARCHIVO TASAS SIN TABLA DE SUBSIDIO AL ",
                           "EMPLEO, SE USA LA TABLA BASE"
                   PERFORM CARGA-SUBSIDIO-BASE
               END-IF
           ELSE
               PERFORM CREA-CATALOGO-TASAS.

           ELSE
           IF REG-TASA-TIPO = "M"
               MOVE REG-TASA-PORC TO WKS-TASA-IMSS
           ELSE
           IF REG-TASA-TIPO = "U"
               MOVE REG-TASA-LIM-INF TO WKS-UMA
           ELSE
           IF REG-TASA-TIPO = "P"
               PERFORM CARGA-TASA-PATRONAL
           ELSE
           IF REG-TASA-TIPO = "S"
               IF WKS-CANT-SUBS < WKS-MAX-SUBS
                   ADD 1 TO WKS-CANT-SUBS
                   MOVE REG-TASA-LIM-INF
                                     TO WKS-SB-LIM-INF(WKS-CANT-SUBS)
                   MOVE REG-TASA-CUOTA
                                     TO WKS-SB-CUOTA(WKS-CANT-SUBS)
               ELSE
                   DISPLAY "TABLA DE SUBSIDIO LLENA, TRAMO IGNORADO"
           ELSE
           IF REG-TASA-TIPO = "X"
               PERFORM CARGA-TASA-EXENCION
           ELSE
           IF REG-TASA-TIPO = "E"
               MOVE REG-TE-RFC TO WKS-RFC-EMISOR
               MOVE REG-TE-REG-PATRONAL TO WKS-REG-PATRONAL
               MOVE REG-TE-CP TO WKS-CP-EMISOR
               MOVE REG-TE-ENTIDAD TO WKS-ENTIDAD-EMISOR
               MOVE REG-TE-NOMBRE TO WKS-NOMBRE-EMISOR
           ELSE
               DISPLAY "TIPO DE TASA INVALIDO EN TASAS: ",
                       REG-TASA-TIPO.
               AT END MOVE 'S' TO WKS-SW-EOF-TAS
           END-READ.

           CARGA-TASA-PATRONAL.
           PERFORM BUSCA-RAMO-POS.
           IF WKS-RAMO-EXISTE
               MOVE REG-TP-BASE TO WKS-RM-BASE(WKS-POS-RAMO-ENC)
               MOVE REG-TP-PORC TO WKS-RM-PORC(WKS-POS-RAMO-ENC)
               IF REG-TP-RAMO = "CV"
                   PERFORM CARGA-TASA-CV
               END-IF
           ELSE
               DISPLAY "RAMO DE CUOTA PATRONAL INVALIDO EN TASAS: ",
                       REG-TP-RAMO.

           CARGA-TASA-CV.
           IF REG-TP-LIM-UMAS NOT NUMERIC OR REG-TP-LIM-UMAS = ZERO
               DISPLAY "CESANTIA Y VEJEZ SIN LIMITE EN UMAS EN TASAS, ",
                       "SE USA LA TABLA PROGRESIVA BASE"
           ELSE
               IF NOT WKS-CV-DE-TASAS
                   MOVE ZERO TO WKS-CANT-CV
                   MOVE 'S' TO WKS-SW-CV-TASAS
               END-IF
               IF WKS-CANT-CV < WKS-MAX-CV
                   ADD 1 TO WKS-CANT-CV
                   MOVE REG-TP-LIM-UMAS
                                   TO WKS-CV-LIM-UMAS(WKS-CANT-CV)
                   MOVE REG-TP-PORC TO WKS-CV-PORC(WKS-CANT-CV)
               ELSE
                   DISPLAY "TABLA DE CESANTIA Y VEJEZ LLENA, TRAMO ",
                           "IGNORADO".

           CARGA-CV-BASE.
           MOVE 8 TO WKS-CANT-CV.
           MOVE 1.00     TO WKS-CV-LIM-UMAS(1).
           MOVE 0.031500 TO WKS-CV-PORC(1).
           MOVE 1.50     TO WKS-CV-LIM-UMAS(2).
           MOVE 0.036760 TO WKS-CV-PORC(2).
           MOVE 2.00     TO WKS-CV-LIM-UMAS(3).
           MOVE 0.048510 TO WKS-CV-PORC(3).
           MOVE 2.50     TO WKS-CV-LIM-UMAS(4).
           MOVE 0.055560 TO WKS-CV-PORC(4).
           MOVE 3.00     TO WKS-CV-LIM-UMAS(5).
           MOVE 0.060260 TO WKS-CV-PORC(5).
           MOVE 3.50     TO WKS-CV-LIM-UMAS(6).
           MOVE 0.063610 TO WKS-CV-PORC(6).
           MOVE 4.00     TO WKS-CV-LIM-UMAS(7).
           MOVE 0.066130 TO WKS-CV-PORC(7).
           MOVE 25.00    TO WKS-CV-LIM-UMAS(8).
           MOVE 0.075130 TO WKS-CV-PORC(8).

           CARGA-TASA-EXENCION.
           IF REG-TX-UMAS NOT NUMERIC
               DISPLAY "LIMITE DE EXENCION INVALIDO EN TASAS: ",
                       REG-TX-CONCEPTO
           ELSE
           IF REG-TX-CONCEPTO = "HE"
               MOVE REG-TX-UMAS TO WKS-UMAS-EXE-HRS
           ELSE
           IF REG-TX-CONCEPTO = "AG"
               MOVE REG-TX-UMAS TO WKS-UMAS-EXE-AGUI
           ELSE
           IF REG-TX-CONCEPTO = "PV"
               MOVE REG-TX-UMAS TO WKS-UMAS-EXE-PRIMA
           ELSE
           IF REG-TX-CONCEPTO = "IN"
               MOVE REG-TX-UMAS TO WKS-UMAS-EXE-INDEM
           ELSE
               DISPLAY "CONCEPTO DE EXENCION INVALIDO EN TASAS: ",
                       REG-TX-CONCEPTO.

           CARGA-SUBSIDIO-BASE.
           MOVE 11 TO WKS-CANT-SUBS.
           MOVE 0.01     TO WKS-SB-LIM-INF(1).
           MOVE 407.02   TO WKS-SB-CUOTA(1).
           MOVE 1768.97  TO WKS-SB-LIM-INF(2).
           MOVE 406.83   TO WKS-SB-CUOTA(2).
           MOVE 2653.39  TO WKS-SB-LIM-INF(3).
           MOVE 406.62   TO WKS-SB-CUOTA(3).
           MOVE 3472.85  TO WKS-SB-LIM-INF(4).
           MOVE 392.77   TO WKS-SB-CUOTA(4).
           MOVE 3537.88  TO WKS-SB-LIM-INF(5).
           MOVE 382.46   TO WKS-SB-CUOTA(5).
           MOVE 4446.16  TO WKS-SB-LIM-INF(6).
           MOVE 354.23   TO WKS-SB-CUOTA(6).
           MOVE 4717.19  TO WKS-SB-LIM-INF(7).
           MOVE 324.87   TO WKS-SB-CUOTA(7).
           MOVE 5335.43  TO WKS-SB-LIM-INF(8).
           MOVE 294.63   TO WKS-SB-CUOTA(8).
           MOVE 6224.68  TO WKS-SB-LIM-INF(9).
           MOVE 253.54   TO WKS-SB-CUOTA(9).
           MOVE 7113.91  TO WKS-SB-LIM-INF(10).
           MOVE 217.61   TO WKS-SB-CUOTA(10).
           MOVE 7382.34  TO WKS-SB-LIM-INF(11).
           MOVE ZERO     TO WKS-SB-CUOTA(11).

           BUSCA-RAMO-POS.
           MOVE 'N' TO WKS-SW-RAMO-EXISTE.
           MOVE ZERO TO WKS-POS-RAMO-ENC.
           MOVE 1 TO WKS-POS-RAMO.
           PERFORM CHECA-RAMO-POS UNTIL WKS-POS-RAMO > WKS-CANT-RAMOS.

           CHECA-RAMO-POS.
           IF WKS-RM-CODIGO(WKS-POS-RAMO) = REG-TP-RAMO
               MOVE 'S' TO WKS-SW-RAMO-EXISTE
               MOVE WKS-POS-RAMO TO WKS-POS-RAMO-ENC.
           ADD 1 TO WKS-POS-RAMO.

           CREA-CATALOGO-TASAS.
           MOVE 8 TO WKS-CANT-TASAS.
           MOVE 0.01     TO WKS-TI-LIM-INF(1).
           MOVE 9236.89  TO WKS-TI-CUOTA(8).
           MOVE 0.30000  TO WKS-TI-PORC(8).
           MOVE 0.02375  TO WKS-TASA-IMSS.
           PERFORM CARGA-SUBSIDIO-BASE.
           OPEN OUTPUT ARCHIVO-TASAS.
           IF WKS-FS-TAS = "00"
               MOVE 1 TO WKS-RECORRE
                            REG-TASA-CUOTA
               MOVE WKS-TASA-IMSS TO REG-TASA-PORC
               WRITE REG-TASA
               MOVE "U" TO REG-TASA-TIPO
               MOVE WKS-UMA TO REG-TASA-LIM-INF
               MOVE ZERO TO REG-TASA-CUOTA
                            REG-TASA-PORC
               WRITE REG-TASA
               MOVE 1 TO WKS-POS-RAMO
               PERFORM ESCRIBE-RAMO-CATALOGO
                   UNTIL WKS-POS-RAMO > WKS-CANT-RAMOS
               MOVE 1 TO WKS-IND-SUBS
               PERFORM ESCRIBE-SUBSIDIO-CATALOGO
                   UNTIL WKS-IND-SUBS > WKS-CANT-SUBS
               MOVE "HE" TO REG-TX-CONCEPTO
               MOVE WKS-UMAS-EXE-HRS TO REG-TX-UMAS
               PERFORM ESCRIBE-EXENCION-CATALOGO
               MOVE "AG" TO REG-TX-CONCEPTO
               MOVE WKS-UMAS-EXE-AGUI TO REG-TX-UMAS
               PERFORM ESCRIBE-EXENCION-CATALOGO
               MOVE "PV" TO REG-TX-CONCEPTO
               MOVE WKS-UMAS-EXE-PRIMA TO REG-TX-UMAS
               PERFORM ESCRIBE-EXENCION-CATALOGO
               MOVE "IN" TO REG-TX-CONCEPTO
               MOVE WKS-UMAS-EXE-INDEM TO REG-TX-UMAS
               PERFORM ESCRIBE-EXENCION-CATALOGO
               CLOSE ARCHIVO-TASAS
           ELSE
               DISPLAY "NO SE PUDO CREAR EL ARCHIVO DE TASAS".
           WRITE REG-TASA.
           ADD 1 TO WKS-RECORRE.

           ESCRIBE-RAMO-CATALOGO.
           MOVE SPACES TO REG-TASA-PATRONAL.
           MOVE "P" TO REG-TP-TIPO.
           MOVE WKS-RM-CODIGO(WKS-POS-RAMO) TO REG-TP-RAMO.
           MOVE WKS-RM-BASE(WKS-POS-RAMO)   TO REG-TP-BASE.
           IF WKS-RM-CODIGO(WKS-POS-RAMO) = "CV"
               MOVE 1 TO WKS-IND-CV
               PERFORM ESCRIBE-CV-CATALOGO
                   UNTIL WKS-IND-CV > WKS-CANT-CV
           ELSE
               MOVE WKS-RM-PORC(WKS-POS-RAMO) TO REG-TP-PORC
               MOVE ZERO TO REG-TP-LIM-UMAS
               WRITE REG-TASA-PATRONAL.
           ADD 1 TO WKS-POS-RAMO.

           ESCRIBE-CV-CATALOGO.
           MOVE WKS-CV-PORC(WKS-IND-CV)     TO REG-TP-PORC.
           MOVE WKS-CV-LIM-UMAS(WKS-IND-CV) TO REG-TP-LIM-UMAS.
           WRITE REG-TASA-PATRONAL.
           ADD 1 TO WKS-IND-CV.

           ESCRIBE-SUBSIDIO-CATALOGO.
           MOVE "S" TO REG-TASA-TIPO.
           MOVE WKS-SB-LIM-INF(WKS-IND-SUBS) TO REG-TASA-LIM-INF.
           MOVE WKS-SB-CUOTA(WKS-IND-SUBS)   TO REG-TASA-CUOTA.
           MOVE ZERO TO REG-TASA-PORC.
           WRITE REG-TASA.
           ADD 1 TO WKS-IND-SUBS.

           ESCRIBE-EXENCION-CATALOGO.
           MOVE "X" TO REG-TX-TIPO.
           WRITE REG-TASA-EXENCION.

           INICIALIZA-CUENTAS.
           MOVE ZERO TO WKS-CANT-CTAS.
           OPEN INPUT ARCHIVO-CUENTAS.
           MOVE ZERO TO WKS-CT-DEPTO(WKS-CANT-CTAS).
           MOVE "11200001" TO WKS-CT-NUMERO(WKS-CANT-CTAS).
           MOVE "BANCOS NOMINA" TO WKS-CT-NOMBRE(WKS-CANT-CTAS).
           ADD 1 TO WKS-CANT-CTAS.
           MOVE 'C' TO WKS-CT-TIPO(WKS-CANT-CTAS).
           MOVE ZERO TO WKS-CT-DEPTO(WKS-CANT-CTAS).
           MOVE "61500001" TO WKS-CT-NUMERO(WKS-CANT-CTAS).
           MOVE "CUOTAS PATRONALES" TO WKS-CT-NOMBRE(WKS-CANT-CTAS).
           ADD 1 TO WKS-CANT-CTAS.
           MOVE 'P' TO WKS-CT-TIPO(WKS-CANT-CTAS).
           MOVE ZERO TO WKS-CT-DEPTO(WKS-CANT-CTAS).
           MOVE "21300004" TO WKS-CT-NUMERO(WKS-CANT-CTAS).
           MOVE "IMSS INFONAVIT X PAG" TO WKS-CT-NOMBRE(WKS-CANT-CTAS).
           PERFORM GUARDA-CUENTAS.

           CREA-CUENTA-DEPTO.
           MANTIENE-CUENTAS.
           DISPLAY "CUENTAS CONTABLES: 1-GASTO POR DEPARTAMENTO ",
                   "2-ISR RETENIDO 3-IMSS RETENIDO ",
                   "4-OTRAS RETENCIONES 5-BANCO ",
                   "6-GASTO CUOTAS PATRONALES ",
                   "7-CUOTAS PATRONALES POR PAGAR 8-REGRESAR".
           ACCEPT WKS-ELECCION.
           IF WKS-ELECCION = 1
               PERFORM ASIGNA-CUENTA-DEPTO
               PERFORM ACTUALIZA-CUENTA
           ELSE
           IF WKS-ELECCION = 6
               MOVE 'C' TO WKS-TIPO-CTA-BUSCA
               MOVE ZERO TO WKS-DEPTO-CTA-BUSCA
               PERFORM PIDE-DATOS-CUENTA
               PERFORM ACTUALIZA-CUENTA
           ELSE
           IF WKS-ELECCION = 7
               MOVE 'P' TO WKS-TIPO-CTA-BUSCA
               MOVE ZERO TO WKS-DEPTO-CTA-BUSCA
               PERFORM PIDE-DATOS-CUENTA
               PERFORM ACTUALIZA-CUENTA
           ELSE
           IF WKS-ELECCION = 8
               NEXT SENTENCE
           ELSE
               DISPLAY "OPCION INVALIDA VERIFIQUE"
           IF WKS-FS-POL = "00"
               MOVE ZERO TO WKS-TOT-CARGOS WKS-TOT-ABONOS
               MOVE SPACES TO REG-POLIZA
               IF WKS-NOM-EXTRA
                   STRING "POLIZA CONTABLE DE NOMINA EXTRAORDINARIA "
                                                  DELIMITED BY SIZE
                          WKS-DESC-EXT            DELIMITED BY "  "
                          ", PERIODO "            DELIMITED BY SIZE
                          WKS-PERIODO             DELIMITED BY SIZE
                       INTO REG-POLIZA
               ELSE
                   STRING "POLIZA CONTABLE DE NOMINA, PERIODO "
                                                  DELIMITED BY SIZE
                          WKS-PERIODO             DELIMITED BY SIZE
                       INTO REG-POLIZA
               END-IF
               WRITE REG-POLIZA
               MOVE SPACES TO REG-POLIZA
               WRITE REG-POLIZA
               MOVE 1 TO WKS-POS-RES
               PERFORM ESCRIBE-CARGO-POLIZA
                   UNTIL WKS-POS-RES > WKS-CANT-DEPTOS
               MOVE 'C' TO WKS-TIPO-CTA-BUSCA
               MOVE WKS-TOT-PATRONAL TO WKS-IMPORTE-POLIZA
               PERFORM ESCRIBE-CARGO-CUENTA
               MOVE 'I' TO WKS-TIPO-CTA-BUSCA
               MOVE WKS-TOT-ISR TO WKS-IMPORTE-POLIZA
               PERFORM ESCRIBE-ABONO-POLIZA
               MOVE 'O' TO WKS-TIPO-CTA-BUSCA
               MOVE WKS-TOT-OTRAS TO WKS-IMPORTE-POLIZA
               PERFORM ESCRIBE-ABONO-POLIZA
               MOVE 'P' TO WKS-TIPO-CTA-BUSCA
               MOVE WKS-TOT-PATRONAL TO WKS-IMPORTE-POLIZA
               PERFORM ESCRIBE-ABONO-POLIZA
               MOVE 'B' TO WKS-TIPO-CTA-BUSCA
               MOVE WKS-TOT-NETO TO WKS-IMPORTE-POLIZA
               PERFORM ESCRIBE-ABONO-POLIZA
               ADD WKS-RES-BRUTO(WKS-POS-RES) TO WKS-TOT-CARGOS.
           ADD 1 TO WKS-POS-RES.

           ESCRIBE-CARGO-CUENTA.
           IF WKS-IMPORTE-POLIZA NOT = ZERO
               MOVE ZERO TO WKS-DEPTO-CTA-BUSCA
               PERFORM BUSCA-CUENTA
               MOVE WKS-IMPORTE-POLIZA TO WKS-RES-FORMATO
               MOVE SPACES TO REG-POLIZA
               STRING "CARGO  "                 DELIMITED BY SIZE
                      WKS-CTA-NUM-ENC           DELIMITED BY SIZE
                      " "                       DELIMITED BY SIZE
                      WKS-CTA-NOM-ENC           DELIMITED BY SIZE
                      " "                       DELIMITED BY SIZE
                      WKS-RES-FORMATO           DELIMITED BY SIZE
                   INTO REG-POLIZA
               WRITE REG-POLIZA
               ADD WKS-IMPORTE-POLIZA TO WKS-TOT-CARGOS.

           ESCRIBE-ABONO-POLIZA.
           IF WKS-IMPORTE-POLIZA NOT = ZERO
               OR WKS-TIPO-CTA-BUSCA = 'B'
               ADD WKS-IMPORTE-POLIZA TO WKS-TOT-ABONOS.

           CALCULA-DEDUCCIONES.
           MOVE ZERO TO WKS-SUBSIDIO-EMPLEO.
           IF WKS-BASE-EXENTA > WKS-BASE-GRAVABLE
               MOVE WKS-BASE-GRAVABLE TO WKS-BASE-EXENTA.
           IF WKS-BASE-EXENTA < ZERO
               MOVE ZERO TO WKS-BASE-EXENTA.
           COMPUTE WKS-BASE-ISR =
                   WKS-BASE-GRAVABLE - WKS-BASE-EXENTA.
           COMPUTE WKS-BASE-MENSUAL ROUNDED =
                   WKS-BASE-ISR / WKS-FACTOR-PERIODO.
           PERFORM BUSCA-TRAMO-ISR.
           IF WKS-TRAMO-SELECT = ZERO
               COMPUTE WKS-DEDUCCION-ISR ROUNDED =
           COMPUTE WKS-DEDUCCION-IMSS ROUNDED =
                   WKS-BASE-GRAVABLE * WKS-TASA-IMSS.

           APLICA-SUBSIDIO-EMPLEO.
           MOVE ZERO TO WKS-SUBSIDIO-EMPLEO.
           MOVE ZERO TO WKS-TRAMO-SUBS.
           MOVE 1 TO WKS-IND-SUBS.
           PERFORM CHECA-TRAMO-SUBSIDIO
               UNTIL WKS-IND-SUBS > WKS-CANT-SUBS.
           IF WKS-TRAMO-SUBS > ZERO AND WKS-BASE-ISR > ZERO
               COMPUTE WKS-SUBSIDIO-EMPLEO ROUNDED =
                       WKS-SB-CUOTA(WKS-TRAMO-SUBS)
                       * WKS-FACTOR-PERIODO
               IF WKS-SUBSIDIO-EMPLEO > WKS-DEDUCCION-ISR
                   MOVE WKS-DEDUCCION-ISR TO WKS-SUBSIDIO-EMPLEO
               END-IF
               SUBTRACT WKS-SUBSIDIO-EMPLEO FROM WKS-DEDUCCION-ISR.

           CHECA-TRAMO-SUBSIDIO.
           IF WKS-BASE-MENSUAL >= WKS-SB-LIM-INF(WKS-IND-SUBS)
               IF WKS-TRAMO-SUBS = ZERO
                   MOVE WKS-IND-SUBS TO WKS-TRAMO-SUBS
               ELSE
               IF WKS-SB-LIM-INF(WKS-IND-SUBS)
                   > WKS-SB-LIM-INF(WKS-TRAMO-SUBS)
                   MOVE WKS-IND-SUBS TO WKS-TRAMO-SUBS.
           ADD 1 TO WKS-IND-SUBS.

           BUSCA-TRAMO-ISR.
           MOVE ZERO TO WKS-TRAMO-SELECT.
           MOVE 1 TO WKS-IND-TRAMO.
                   INTO REG-REPORTE-NOM
               WRITE REG-REPORTE-NOM
           END-IF.
           IF WKS-HRS-DOBLES > ZERO
               MOVE WKS-PAGO-HRS-DOBLES TO WKS-CONCEPTO-FORMATO
               MOVE SPACES TO REG-REPORTE-NOM
               STRING "      HORAS EXTRA AL DOBLE ("
                                                  DELIMITED BY SIZE
                      WKS-HRS-DOBLES              DELIMITED BY SIZE
                      " HRS): +"                  DELIMITED BY SIZE
                      WKS-CONCEPTO-FORMATO        DELIMITED BY SIZE
                   INTO REG-REPORTE-NOM
               WRITE REG-REPORTE-NOM
           END-IF.
           IF WKS-HRS-TRIPLES > ZERO
               MOVE WKS-PAGO-HRS-TRIPLES TO WKS-CONCEPTO-FORMATO
               MOVE SPACES TO REG-REPORTE-NOM
               STRING "      HORAS EXTRA AL TRIPLE ("
                                                  DELIMITED BY SIZE
                      WKS-HRS-TRIPLES             DELIMITED BY SIZE
                      " HRS): +"                  DELIMITED BY SIZE
                      WKS-CONCEPTO-FORMATO        DELIMITED BY SIZE
                   INTO REG-REPORTE-NOM
                   INTO REG-REPORTE-NOM
               WRITE REG-REPORTE-NOM
           END-IF.
           IF WKS-PENSION-ALIM > ZERO
               MOVE WKS-PENSION-ALIM TO WKS-CONCEPTO-FORMATO
               MOVE SPACES TO REG-REPORTE-NOM
               STRING "      PENSION ALIMENTICIA: -"
                                                  DELIMITED BY SIZE
                      WKS-CONCEPTO-FORMATO        DELIMITED BY SIZE
                   INTO REG-REPORTE-NOM
               WRITE REG-REPORTE-NOM
           END-IF.
           MOVE WKS-BASE-EXENTA TO WKS-CONCEPTO-FORMATO.
           MOVE WKS-BASE-ISR TO WKS-BASE-FORMATO.
           MOVE SPACES TO REG-REPORTE-NOM.
           STRING "      PERCEPCIONES EXENTAS: " DELIMITED BY SIZE
                  WKS-CONCEPTO-FORMATO        DELIMITED BY SIZE
                  " GRAVADAS: "               DELIMITED BY SIZE
                  WKS-BASE-FORMATO            DELIMITED BY SIZE
               INTO REG-REPORTE-NOM.
           WRITE REG-REPORTE-NOM.
           IF WKS-SUBSIDIO-EMPLEO > ZERO
               MOVE WKS-SUBSIDIO-EMPLEO TO WKS-CONCEPTO-FORMATO
               MOVE SPACES TO REG-REPORTE-NOM
               STRING "      SUBSIDIO AL EMPLEO APLICADO AL ISR: "
                                                  DELIMITED BY SIZE
                      WKS-CONCEPTO-FORMATO        DELIMITED BY SIZE
                   INTO REG-REPORTE-NOM
               WRITE REG-REPORTE-NOM
           END-IF.

           GENERA-NOMINA.
           DISPLAY "NOMINA: 1-CALCULO DEL PERIODO 2-CIERRE DE ",
                   "PERIODO 3-REIMPRIME PERIODO CERRADO ",
                   "4-RESUMEN POR DEPARTAMENTO ",
                   "5-COMPARATIVO PREVIO AL CIERRE ",
                   "6-AJUSTE ANUAL DE ISR ",
                   "7-REPARTO DE UTILIDADES (PTU) ",
                   "8-CONCILIA TIMBRADO CFDI ",
                   "9-NOMINA EXTRAORDINARIA".
           ACCEPT WKS-MODO-NOMINA.
           IF WKS-MODO-NOMINA = 1
               PERFORM PIDE-PERIODO
           ELSE
           IF WKS-MODO-NOMINA = 6
               PERFORM AJUSTE-ANUAL-ISR
           ELSE
           IF WKS-MODO-NOMINA = 7
               PERFORM GENERA-PTU
           ELSE
           IF WKS-MODO-NOMINA = 8
               PERFORM CONCILIA-TIMBRADO
           ELSE
           IF WKS-MODO-NOMINA = 9
               PERFORM GENERA-EXTRAORDINARIA
           ELSE
               DISPLAY "OPCION INVALIDA VERIFIQUE..".

                   PERFORM PIDE-SUBPERIODO.

           CIERRA-PERIODO.
           IF WKS-DESATENDIDO
               PERFORM FIJA-PERIODO-PARAM
           ELSE
               PERFORM PIDE-PERIODO.
           PERFORM VERIFICA-PERIODO-CERRADO.
           IF WKS-PERIODO-CERRADO
               DISPLAY "EL PERIODO ", WKS-PERIODO, " YA ESTA CERRADO ",
           ELSE
               PERFORM CARGA-INCIDENCIAS
               PERFORM COMPARA-PERIODO-ANTERIOR
               PERFORM AVISA-CAMBIOS-PEND
               MOVE 'S' TO WKS-SW-SIGUE-CIERRE
               IF WKS-EXCEP-VARIA > ZERO
                   IF WKS-DESATENDIDO
                       MOVE 'N' TO WKS-SW-SIGUE-CIERRE
                       DISPLAY "CIERRE DETENIDO, HAY ",
                               WKS-EXCEP-VARIA, " EXCEPCIONES EN EL ",
                               "COMPARATIVO QUE REQUIEREN DECISION"
                   ELSE
                       PERFORM CONFIRMA-CIERRE-VARIA
                   END-IF
               END-IF
               IF WKS-SIGUE-CIERRE
                   PERFORM EJECUTA-CIERRE.
               MOVE WKS-CC-ESTADO TO REG-CC-ESTADO
               MOVE WKS-CC-FRECUENCIA TO REG-CC-FRECUENCIA
               MOVE WKS-CC-SUBPER TO REG-CC-SUBPER
               MOVE WKS-CC-CORRIDA TO REG-CC-CORRIDA
               WRITE REG-CIERRE-CTL
               CLOSE ARCHIVO-CIERRE-CTL
           ELSE
                           MOVE REG-CC-FRECUENCIA TO WKS-FREC-PEND
                           IF WKS-FREC-PEND NOT = 'Q'
                               AND WKS-FREC-PEND NOT = 'S'
                               AND WKS-FREC-PEND NOT = 'E'
                               MOVE 'M' TO WKS-FREC-PEND
                           END-IF
                           IF REG-CC-SUBPER NUMERIC
                           ELSE
                               MOVE ZERO TO WKS-SUBPER-PEND
                           END-IF
                           IF REG-CC-CORRIDA NUMERIC
                               MOVE REG-CC-CORRIDA TO WKS-CORRIDA-PEND
                           ELSE
                               MOVE ZERO TO WKS-CORRIDA-PEND
                           END-IF
                       END-IF
               END-READ
               CLOSE ARCHIVO-CIERRE-CTL.
           DISPLAY "REGISTROS EN NOMHIST: ", WKS-REGS-PERIODO,
                   " DE ", WKS-ACTIVOS-CUENTA,
                   " TRABAJADORES ACTIVOS".
           IF WKS-FREC-PEND = 'E'
               DISPLAY "NOMINA EXTRAORDINARIA, CORRIDA: ",
                       WKS-CORRIDA-PEND,
                       " (SOLO SE RETIRA ESTA CORRIDA)".
           IF WKS-DESATENDIDO
               PERFORM DETIENE-CIERRE-PENDIENTE
           ELSE
               PERFORM PREGUNTA-DEPURA-CIERRE.

           PREGUNTA-DEPURA-CIERRE.
           DISPLAY "DESEA RETIRAR LOS REGISTROS DEL PERIODO ",
           IF REG-HIST-PERIODO = WKS-PERIODO-PEND
               AND WKS-FREC-HIST = WKS-FREC-PEND
               AND WKS-SUBPER-HIST = WKS-SUBPER-PEND
               AND WKS-CORRIDA-HIST = WKS-CORRIDA-PEND
               ADD 1 TO WKS-REGS-PERIODO.
           READ ARCHIVO-HISTORIAL
               AT END MOVE 'S' TO WKS-SW-EOF-HIST
                   CLOSE ARCHIVO-HISTORIAL
                   CLOSE ARCHIVO-HIST-TEMP
                   PERFORM REGRABA-HIST-DEPURADO
                   OPEN OUTPUT ARCHIVO-DISPERSION
                   CLOSE ARCHIVO-DISPERSION
                   IF WKS-FREC-PEND = 'E'
                       OPEN OUTPUT ARCHIVO-RECIBOS-EXT
                       CLOSE ARCHIVO-RECIBOS-EXT
                       OPEN OUTPUT ARCHIVO-CFDI-EXT
                       CLOSE ARCHIVO-CFDI-EXT
                   ELSE
                       PERFORM DEPURA-PENSHIST-PENDIENTE
                       OPEN OUTPUT ARCHIVO-RECIBOS
                       CLOSE ARCHIVO-RECIBOS
                       OPEN OUTPUT ARCHIVO-CFDI
                       CLOSE ARCHIVO-CFDI
                   END-IF
                   MOVE WKS-PERIODO-PEND TO WKS-CC-PERIODO
                   MOVE 'C' TO WKS-CC-ESTADO
                   PERFORM GUARDA-CIERRE-CTL.
           IF REG-HIST-PERIODO = WKS-PERIODO-PEND
               AND WKS-FREC-HIST = WKS-FREC-PEND
               AND WKS-SUBPER-HIST = WKS-SUBPER-PEND
               AND WKS-CORRIDA-HIST = WKS-CORRIDA-PEND
               ADD 1 TO WKS-REGS-DEPURADOS
           ELSE
               MOVE REG-HISTORIAL TO REG-HIST-TEMP
               DISPLAY "PERIODO ", WKS-PERIODO-PEND, " RETIRADO DE ",
                       "NOMHIST, REGISTROS DEPURADOS: ",
                       WKS-REGS-DEPURADOS
               IF WKS-FREC-PEND = 'E'
                   DISPLAY "RECIBEXT, DISPBANC Y CFDIEXT FUERON ",
                           "VACIADOS, PUEDE RECORRER LA NOMINA ",
                           "EXTRAORDINARIA"
               ELSE
                   DISPLAY "RECIBOS, DISPBANC Y CFDINOM FUERON ",
                           "VACIADOS, PUEDE RECORRER EL CIERRE"
               END-IF
           ELSE
               DISPLAY "NO SE PUDO REGRABAR NOMHIST DEPURADO, ",
                       "REVISE NOMHTMP ANTES DE CONTINUAR".
               MOVE WKS-PERIODO TO WKS-CC-PERIODO
               MOVE WKS-FRECUENCIA TO WKS-CC-FRECUENCIA
               MOVE WKS-SUBPERIODO TO WKS-CC-SUBPER
               MOVE ZERO TO WKS-CC-CORRIDA
               MOVE 'P' TO WKS-CC-ESTADO
               PERFORM GUARDA-CIERRE-CTL
               OPEN EXTEND ARCHIVO-HISTORIAL
               IF WKS-FS-HIST = "00"
                   MOVE 'S' TO WKS-SW-CIERRE
                   PERFORM LIMPIA-RESUMEN-TODO
                   PERFORM ABRE-CFDI
                   PERFORM ABRE-PENSIONES-CIERRE
                   PERFORM CORRE-NOMINA
                   MOVE 'N' TO WKS-SW-CIERRE
                   CLOSE ARCHIVO-HISTORIAL
                   PERFORM CIERRA-CFDI
                   PERFORM CIERRA-PENSIONES-CIERRE
                   PERFORM GUARDA-PRESTAMOS
                   IF WKS-FS-REPN = "00" AND WKS-FS-REC = "00"
                       AND WKS-FS-DIS = "00" AND NOT WKS-PENS-FALLO
                       DISPLAY "PERIODO ", WKS-PERIODO, " CERRADO EN ",
                               "NOMHIST"
                       MOVE 'C' TO WKS-CC-ESTADO
                       PERFORM GUARDA-CIERRE-CTL
                       PERFORM GENERA-POLIZA
                       IF WKS-CANT-PENS > ZERO
                           MOVE WKS-PERIODO TO WKS-PENS-MES
                           PERFORM GENERA-REPORTE-PENSIONES
                       END-IF
                   ELSE
                       DISPLAY "CIERRE NO COMPLETADO, VERIFIQUE EL ",
                               "REPORTE DE NOMINA"
           NORMALIZA-FREC-HIST.
           MOVE REG-HIST-FRECUENCIA TO WKS-FREC-HIST.
           IF WKS-FREC-HIST NOT = 'Q' AND WKS-FREC-HIST NOT = 'S'
               AND WKS-FREC-HIST NOT = 'E'
               MOVE 'M' TO WKS-FREC-HIST.
           IF REG-HIST-SUBPER NUMERIC
               MOVE REG-HIST-SUBPER TO WKS-SUBPER-HIST
           ELSE
               MOVE ZERO TO WKS-SUBPER-HIST.
           IF REG-HIST-CORRIDA NUMERIC
               MOVE REG-HIST-CORRIDA TO WKS-CORRIDA-HIST
           ELSE
               MOVE ZERO TO WKS-CORRIDA-HIST.

           COMPARA-PERIODO-ANTERIOR.
           PERFORM BUSCA-PERIODO-ANTERIOR.
                   MOVE ZERO TO WKS-EXCEP-VARIA
                   DISPLAY "NO SE PUDO CREAR EL ARCHIVO DEL ",
                           "COMPARATIVO".
           PERFORM REVISA-PRESUPUESTO-PERIODO.

           PIDE-PCT-VARIA.
           IF WKS-DESATENDIDO
               MOVE WKS-PRM-PCT-VARIA TO WKS-PCT-VARIA
           ELSE
               DISPLAY "PORCENTAJE DE VARIACION A REPORTAR ",
                       "(EJ 10.00):"
               ACCEPT WKS-PCT-VARIA
               IF WKS-PCT-VARIA = ZERO
                   DISPLAY "PORCENTAJE INVALIDO, DEBE SER MAYOR A CERO"
                   PERFORM PIDE-PCT-VARIA.

           BUSCA-PERIODO-ANTERIOR.
           MOVE 'N' TO WKS-SW-HAY-PREV.
               MOVE REG-HIST-ISR TO WKS-ISR-FORMATO
               MOVE REG-HIST-IMSS TO WKS-IMSS-FORMATO
               MOVE REG-HIST-NETO TO WKS-SAL-NETO-FORMATO
               IF REG-HIST-EXENTO NUMERIC
                   MOVE REG-HIST-EXENTO TO WKS-CONCEPTO-FORMATO
               ELSE
                   MOVE ZERO TO WKS-CONCEPTO-FORMATO
               END-IF
               MOVE SPACES TO REG-REPORTE-NOM
               STRING REG-HIST-ID                DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      WKS-NOMBRE-COMPLETO        DELIMITED BY "  "
                      " SUELDO BRUTO: "          DELIMITED BY SIZE
                      WKS-BASE-FORMATO           DELIMITED BY SIZE
                      " EXENTO: "                DELIMITED BY SIZE
                      WKS-CONCEPTO-FORMATO       DELIMITED BY SIZE
                      " ISR: "                   DELIMITED BY SIZE
                      WKS-ISR-FORMATO            DELIMITED BY SIZE
                      " IMSS: "                  DELIMITED BY SIZE
               MOVE WKS-SALARIO-NETO TO REG-DISP-IMPORTE
               MOVE SPACES TO REG-DISP-REFER
               MOVE WKS-SUBPERIODO TO WKS-SUBPER-REF
               IF WKS-NOM-EXTRA
                   MOVE "EXT" TO WKS-PREFIJO-REF
               ELSE
                   MOVE "NOM" TO WKS-PREFIJO-REF
               END-IF
               STRING WKS-PREFIJO-REF          DELIMITED BY SIZE
                      WKS-PERIODO              DELIMITED BY SIZE
                      WKS-SUBPER-REF           DELIMITED BY SIZE
                   INTO REG-DISP-REFER
           MOVE WKS-ID-TRAB(WKS-SUB-TRAB) TO REG-HIST-ID.
           MOVE WKS-BASE-GRAVABLE TO REG-HIST-BRUTO.
           MOVE WKS-DEDUCCION-ISR TO REG-HIST-ISR.
           MOVE WKS-BASE-EXENTA TO REG-HIST-EXENTO.
           MOVE WKS-SUBSIDIO-EMPLEO TO REG-HIST-SUBSIDIO.
           MOVE WKS-DEDUCCION-IMSS TO REG-HIST-IMSS.
           MOVE WKS-SALARIO-NETO TO REG-HIST-NETO.
           MOVE WKS-FRECUENCIA TO REG-HIST-FRECUENCIA.
           MOVE WKS-SUBPERIODO TO REG-HIST-SUBPER.
           MOVE WKS-CC-CORRIDA TO REG-HIST-CORRIDA.
           WRITE REG-HISTORIAL.

           ABRE-CFDI.
           MOVE ZERO TO WKS-CFDI-ESCRITOS.
           MOVE 'N' TO WKS-SW-CFDI.
           IF WKS-RFC-EMISOR = SPACES
               DISPLAY "AVISO: SIN DATOS DEL EMISOR (REGISTRO E EN ",
                       "TASAS), LOS CFDI NO PODRAN TIMBRARSE".
           OPEN OUTPUT ARCHIVO-CFDI.
           IF WKS-FS-CFDI = "00"
               MOVE 'S' TO WKS-SW-CFDI
               PERFORM CALCULA-FECHAS-CFDI
           ELSE
               DISPLAY "NO SE PUDO CREAR EL ARCHIVO CFDINOM, EL ",
                       "CIERRE CONTINUA SIN XML".

           CIERRA-CFDI.
           IF WKS-GENERA-CFDI
               CLOSE ARCHIVO-CFDI
               MOVE 'N' TO WKS-SW-CFDI
               DISPLAY "CFDI DE NOMINA GUARDADOS EN CFDINOM: ",
                       WKS-CFDI-ESCRITOS.

           ABRE-CFDI-EXT.
           MOVE ZERO TO WKS-CFDI-ESCRITOS.
           MOVE 'N' TO WKS-SW-CFDI.
           IF WKS-RFC-EMISOR = SPACES
               DISPLAY "AVISO: SIN DATOS DEL EMISOR (REGISTRO E EN ",
                       "TASAS), LOS CFDI NO PODRAN TIMBRARSE".
           OPEN OUTPUT ARCHIVO-CFDI-EXT.
           IF WKS-FS-CFDIEXT = "00"
               MOVE 'S' TO WKS-SW-CFDI
               PERFORM CALCULA-FECHAS-CFDI
           ELSE
               DISPLAY "NO SE PUDO CREAR EL ARCHIVO CFDIEXT, EL ",
                       "PAGO CONTINUA SIN XML".

           CIERRA-CFDI-EXT.
           IF WKS-GENERA-CFDI
               CLOSE ARCHIVO-CFDI-EXT
               MOVE 'N' TO WKS-SW-CFDI
               DISPLAY "CFDI DE NOMINA EXTRAORDINARIA GUARDADOS EN ",
                       "CFDIEXT: ", WKS-CFDI-ESCRITOS.

           CALCULA-FECHAS-CFDI.
           IF WKS-FRECUENCIA = 'E'
               MOVE 1 TO WKS-CFDI-DIAS
               MOVE "99" TO WKS-CFDI-PERIODICIDAD
           ELSE
           IF WKS-NOM-QUINCENAL
               MOVE 15 TO WKS-CFDI-DIAS
               MOVE "04" TO WKS-CFDI-PERIODICIDAD
           ELSE
           IF WKS-NOM-SEMANAL
               MOVE 7 TO WKS-CFDI-DIAS
               MOVE "02" TO WKS-CFDI-PERIODICIDAD
           ELSE
               MOVE 30 TO WKS-CFDI-DIAS
               MOVE "05" TO WKS-CFDI-PERIODICIDAD.
           MOVE WKS-PER-ANIO TO WKS-FV-ANIO.
           MOVE WKS-PER-MES TO WKS-FV-MES.
           MOVE WKS-FRECUENCIA TO WKS-RANGO-FREC.
           MOVE WKS-SUBPERIODO TO WKS-RANGO-SUBPER.
           PERFORM RANGO-DIAS-PERIODO.
           MOVE WKS-PER-ANIO TO WKS-FX-ANIO.
           MOVE WKS-PER-MES TO WKS-FX-MES.
           MOVE WKS-RANGO-DIA-INI TO WKS-FX-DIA.
           MOVE WKS-FECHA-XML TO WKS-CFDI-FECHA-INI.
           MOVE WKS-RANGO-DIA-FIN TO WKS-FX-DIA.
           MOVE WKS-FECHA-XML TO WKS-CFDI-FECHA-FIN.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WKS-HORA-HOY FROM TIME.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-VAL.
           MOVE WKS-FV-ANIO TO WKS-FX-ANIO.
           MOVE WKS-FV-MES TO WKS-FX-MES.
           MOVE WKS-FV-DIA TO WKS-FX-DIA.
           MOVE WKS-HH-HORA TO WKS-HX-HORA.
           MOVE WKS-HH-MIN TO WKS-HX-MIN.
           MOVE WKS-HH-SEG TO WKS-HX-SEG.
           MOVE SPACES TO WKS-CFDI-FECHA-EMI.
           STRING WKS-FECHA-XML               DELIMITED BY SIZE
                  "T"                         DELIMITED BY SIZE
                  WKS-HORA-XML                DELIMITED BY SIZE
               INTO WKS-CFDI-FECHA-EMI.

           RANGO-DIAS-PERIODO.
           PERFORM CALCULA-DIAS-MES.
           IF WKS-RANGO-FREC = 'Q'
               IF WKS-RANGO-SUBPER = 1
                   MOVE 1 TO WKS-RANGO-DIA-INI
                   MOVE 15 TO WKS-RANGO-DIA-FIN
               ELSE
                   MOVE 16 TO WKS-RANGO-DIA-INI
                   MOVE WKS-DIAS-MES TO WKS-RANGO-DIA-FIN
               END-IF
           ELSE
           IF WKS-RANGO-FREC = 'S'
               COMPUTE WKS-RANGO-DIA-INI = WKS-RANGO-SUBPER * 7 - 6
               COMPUTE WKS-RANGO-DIA-FIN = WKS-RANGO-SUBPER * 7
               IF WKS-RANGO-DIA-FIN > WKS-DIAS-MES
                   MOVE WKS-DIAS-MES TO WKS-RANGO-DIA-FIN
               END-IF
           ELSE
               MOVE 1 TO WKS-RANGO-DIA-INI
               MOVE WKS-DIAS-MES TO WKS-RANGO-DIA-FIN.

           ESCRIBE-CFDI.
           IF WKS-GENERA-CFDI
               PERFORM ARMA-NOMBRE-COMPLETO
               COMPUTE WKS-CFDI-SUELDO = WKS-SUELDO-PERIODO
                       - WKS-DESC-FALTAS
               IF WKS-CFDI-SUELDO < ZERO
                   MOVE ZERO TO WKS-CFDI-SUELDO
               END-IF
               MOVE WKS-BASE-GRAVABLE TO WKS-CFDI-PERCEPCIONES
               COMPUTE WKS-CFDI-OTRAS-DED = WKS-DEDUCCION-IMSS
                       + WKS-PENSION-ALIM
                       + WKS-OTRA-DED + WKS-PAGO-PRESTAMO
                       + WKS-APORTA-AHORRO
               COMPUTE WKS-CFDI-DEDUCCIONES = WKS-CFDI-OTRAS-DED
                       + WKS-DEDUCCION-ISR
               MOVE WKS-PERIODO TO WKS-FC-PERIODO
               MOVE WKS-FRECUENCIA TO WKS-FC-FRECUENCIA
               MOVE WKS-SUBPERIODO TO WKS-FC-SUBPER
               MOVE WKS-ID-TRAB(WKS-SUB-TRAB) TO WKS-FC-ID
               PERFORM ESCRIBE-CFDI-COMPROBANTE
               PERFORM ESCRIBE-CFDI-NOMINA
               PERFORM ESCRIBE-CFDI-PERCEPCIONES
               IF WKS-CFDI-DEDUCCIONES > ZERO
                   PERFORM ESCRIBE-CFDI-DEDUCCIONES
               END-IF
               IF WKS-SUBSIDIO-EMPLEO > ZERO
                   PERFORM ESCRIBE-CFDI-OTROS-PAGOS
               END-IF
               MOVE "   </nomina12:Nomina>" TO WKS-LINEA-CFDI
               PERFORM GRABA-LINEA-CFDI
               MOVE "  </cfdi:Complemento>" TO WKS-LINEA-CFDI
               PERFORM GRABA-LINEA-CFDI
               MOVE "</cfdi:Comprobante>" TO WKS-LINEA-CFDI
               PERFORM GRABA-LINEA-CFDI
               ADD 1 TO WKS-CFDI-ESCRITOS.

           ESCRIBE-CFDI-EXT.
           IF WKS-GENERA-CFDI
               MOVE WKS-BASE-GRAVABLE TO WKS-CFDI-PERCEPCIONES
               MOVE ZERO TO WKS-CFDI-OTRAS-DED
               MOVE WKS-DEDUCCION-ISR TO WKS-CFDI-DEDUCCIONES
               MOVE 1 TO WKS-CFDI-DIAS
               IF WKS-EXT-FINIQUITO AND WKS-DIAS-ULT-PER > ZERO
                   MOVE WKS-DIAS-ULT-PER TO WKS-CFDI-DIAS
               END-IF
               MOVE WKS-PERIODO TO WKS-FC-PERIODO
               MOVE WKS-FRECUENCIA TO WKS-FC-FRECUENCIA
               MOVE WKS-SUBPERIODO TO WKS-FC-SUBPER
               MOVE WKS-ID-TRAB(WKS-SUB-TRAB) TO WKS-FC-ID
               PERFORM ESCRIBE-CFDI-COMPROBANTE
               PERFORM ESCRIBE-CFDI-NOMINA
               PERFORM ESCRIBE-CFDI-PERC-EXT
               IF WKS-DEDUCCION-ISR > ZERO
                   PERFORM ESCRIBE-CFDI-DED-EXT
               END-IF
               MOVE "   </nomina12:Nomina>" TO WKS-LINEA-CFDI
               PERFORM GRABA-LINEA-CFDI
               MOVE "  </cfdi:Complemento>" TO WKS-LINEA-CFDI
               PERFORM GRABA-LINEA-CFDI
               MOVE "</cfdi:Comprobante>" TO WKS-LINEA-CFDI
               PERFORM GRABA-LINEA-CFDI
               ADD 1 TO WKS-CFDI-ESCRITOS.

           ESCRIBE-CFDI-COMPROBANTE.
           MOVE SPACES TO WKS-LINEA-CFDI.
           STRING "<?xml version="            DELIMITED BY SIZE
                  QUOTE                       DELIMITED BY SIZE
                  "1.0"                       DELIMITED BY SIZE
                  QUOTE                       DELIMITED BY SIZE
                  " encoding="                DELIMITED BY SIZE
                  QUOTE                       DELIMITED BY SIZE
                  "UTF-8"                     DELIMITED BY SIZE
                  QUOTE                       DELIMITED BY SIZE
                  "?>"                        DELIMITED BY SIZE
               INTO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "<cfdi:Comprobante" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "xmlns:cfdi" TO WKS-XML-ATRIB.
           MOVE "http://www.sat.gob.mx/cfd/4" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "xmlns:nomina12" TO WKS-XML-ATRIB.
           MOVE "http://www.sat.gob.mx/nomina12" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "Version" TO WKS-XML-ATRIB.
           MOVE "4.0" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "Serie" TO WKS-XML-ATRIB.
           MOVE "NOM" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "Folio" TO WKS-XML-ATRIB.
           MOVE WKS-FOLIO-CFDI TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "Fecha" TO WKS-XML-ATRIB.
           MOVE WKS-CFDI-FECHA-EMI TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "SubTotal" TO WKS-XML-ATRIB.
           MOVE WKS-CFDI-PERCEPCIONES TO WKS-IMPORTE-XML.
           PERFORM ESCRIBE-IMPORTE-XML.
           MOVE "Descuento" TO WKS-XML-ATRIB.
           MOVE WKS-CFDI-DEDUCCIONES TO WKS-IMPORTE-XML.
           PERFORM ESCRIBE-IMPORTE-XML.
           MOVE "Moneda" TO WKS-XML-ATRIB.
           MOVE "MXN" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "Total" TO WKS-XML-ATRIB.
           MOVE WKS-SALARIO-NETO TO WKS-IMPORTE-XML.
           PERFORM ESCRIBE-IMPORTE-XML.
           MOVE "TipoDeComprobante" TO WKS-XML-ATRIB.
           MOVE "N" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "Exportacion" TO WKS-XML-ATRIB.
           MOVE "01" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "MetodoPago" TO WKS-XML-ATRIB.
           MOVE "PUE" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "LugarExpedicion" TO WKS-XML-ATRIB.
           MOVE WKS-CP-EMISOR TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE " >" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "  <cfdi:Emisor" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "Rfc" TO WKS-XML-ATRIB.
           MOVE WKS-RFC-EMISOR TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "Nombre" TO WKS-XML-ATRIB.
           MOVE WKS-NOMBRE-EMISOR TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "RegimenFiscal" TO WKS-XML-ATRIB.
           MOVE "601" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "  />" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "  <cfdi:Receptor" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "Rfc" TO WKS-XML-ATRIB.
           MOVE WKS-RFC(WKS-SUB-TRAB) TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "Nombre" TO WKS-XML-ATRIB.
           MOVE WKS-NOMBRE-COMPLETO TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "DomicilioFiscalReceptor" TO WKS-XML-ATRIB.
           MOVE WKS-CP-EMISOR TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "RegimenFiscalReceptor" TO WKS-XML-ATRIB.
           MOVE "605" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "UsoCFDI" TO WKS-XML-ATRIB.
           MOVE "CN01" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "  />" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "  <cfdi:Conceptos>" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "   <cfdi:Concepto" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "ClaveProdServ" TO WKS-XML-ATRIB.
           MOVE "84111505" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "Cantidad" TO WKS-XML-ATRIB.
           MOVE "1" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "ClaveUnidad" TO WKS-XML-ATRIB.
           MOVE "ACT" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "Descripcion" TO WKS-XML-ATRIB.
           MOVE "Pago de nomina" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "ValorUnitario" TO WKS-XML-ATRIB.
           MOVE WKS-CFDI-PERCEPCIONES TO WKS-IMPORTE-XML.
           PERFORM ESCRIBE-IMPORTE-XML.
           MOVE "Importe" TO WKS-XML-ATRIB.
           PERFORM ESCRIBE-IMPORTE-XML.
           MOVE "Descuento" TO WKS-XML-ATRIB.
           MOVE WKS-CFDI-DEDUCCIONES TO WKS-IMPORTE-XML.
           PERFORM ESCRIBE-IMPORTE-XML.
           MOVE "ObjetoImp" TO WKS-XML-ATRIB.
           MOVE "01" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "   />" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "  </cfdi:Conceptos>" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "  <cfdi:Complemento>" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.

           ESCRIBE-CFDI-NOMINA.
           MOVE "   <nomina12:Nomina" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "Version" TO WKS-XML-ATRIB.
           MOVE "1.2" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "TipoNomina" TO WKS-XML-ATRIB.
           IF WKS-FRECUENCIA = 'E'
               MOVE "E" TO WKS-XML-VALOR
           ELSE
               MOVE "O" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "FechaPago" TO WKS-XML-ATRIB.
           MOVE WKS-CFDI-FECHA-FIN TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "FechaInicialPago" TO WKS-XML-ATRIB.
           MOVE WKS-CFDI-FECHA-INI TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "FechaFinalPago" TO WKS-XML-ATRIB.
           MOVE WKS-CFDI-FECHA-FIN TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "NumDiasPagados" TO WKS-XML-ATRIB.
           MOVE WKS-CFDI-DIAS TO WKS-IMPORTE-XML.
           PERFORM ESCRIBE-IMPORTE-XML.
           MOVE "TotalPercepciones" TO WKS-XML-ATRIB.
           MOVE WKS-CFDI-PERCEPCIONES TO WKS-IMPORTE-XML.
           PERFORM ESCRIBE-IMPORTE-XML.
           IF WKS-CFDI-DEDUCCIONES > ZERO
               MOVE "TotalDeducciones" TO WKS-XML-ATRIB
               MOVE WKS-CFDI-DEDUCCIONES TO WKS-IMPORTE-XML
               PERFORM ESCRIBE-IMPORTE-XML.
           IF WKS-SUBSIDIO-EMPLEO > ZERO
               MOVE "TotalOtrosPagos" TO WKS-XML-ATRIB
               MOVE ZERO TO WKS-IMPORTE-XML
               PERFORM ESCRIBE-IMPORTE-XML.
           MOVE "   >" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "    <nomina12:Emisor" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "RegistroPatronal" TO WKS-XML-ATRIB.
           MOVE WKS-REG-PATRONAL TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "    />" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "    <nomina12:Receptor" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "Curp" TO WKS-XML-ATRIB.
           MOVE WKS-CURP(WKS-SUB-TRAB) TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "NumSeguridadSocial" TO WKS-XML-ATRIB.
           MOVE WKS-NSS(WKS-SUB-TRAB) TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           IF WKS-FECHA-ALTA(WKS-SUB-TRAB) > ZERO
               MOVE WKS-FECHA-ALTA(WKS-SUB-TRAB) TO WKS-FECHA-VAL
               MOVE WKS-FV-ANIO TO WKS-FX-ANIO
               MOVE WKS-FV-MES TO WKS-FX-MES
               MOVE WKS-FV-DIA TO WKS-FX-DIA
               MOVE "FechaInicioRelLaboral" TO WKS-XML-ATRIB
               MOVE WKS-FECHA-XML TO WKS-XML-VALOR
               PERFORM ESCRIBE-ATRIB-XML.
           MOVE "TipoContrato" TO WKS-XML-ATRIB.
           MOVE "01" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "TipoRegimen" TO WKS-XML-ATRIB.
           MOVE "02" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "NumEmpleado" TO WKS-XML-ATRIB.
           MOVE WKS-ID-TRAB(WKS-SUB-TRAB) TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "PeriodicidadPago" TO WKS-XML-ATRIB.
           MOVE WKS-CFDI-PERIODICIDAD TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "ClaveEntFed" TO WKS-XML-ATRIB.
           MOVE WKS-ENTIDAD-EMISOR TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "    />" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.

           ESCRIBE-CFDI-PERCEPCIONES.
           MOVE "    <nomina12:Percepciones" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "TotalSueldos" TO WKS-XML-ATRIB.
           MOVE WKS-CFDI-PERCEPCIONES TO WKS-IMPORTE-XML.
           PERFORM ESCRIBE-IMPORTE-XML.
           MOVE "TotalGravado" TO WKS-XML-ATRIB.
           MOVE WKS-BASE-ISR TO WKS-IMPORTE-XML.
           PERFORM ESCRIBE-IMPORTE-XML.
           MOVE "TotalExento" TO WKS-XML-ATRIB.
           MOVE WKS-BASE-EXENTA TO WKS-IMPORTE-XML.
           PERFORM ESCRIBE-IMPORTE-XML.
           MOVE "    >" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "001" TO WKS-XML-CLAVE.
           MOVE "SUELDO" TO WKS-XML-CONCEPTO.
           MOVE WKS-CFDI-SUELDO TO WKS-IMPORTE-XML.
           MOVE ZERO TO WKS-XML-EXENTO.
           PERFORM ESCRIBE-PERCEPCION-XML.
           IF WKS-PAGO-HRS-EXTRA > ZERO
               MOVE "019" TO WKS-XML-CLAVE
               MOVE "HORAS EXTRA" TO WKS-XML-CONCEPTO
               COMPUTE WKS-IMPORTE-XML =
                       WKS-PAGO-HRS-EXTRA - WKS-EXENTO-HRS
               MOVE WKS-EXENTO-HRS TO WKS-XML-EXENTO
               PERFORM ESCRIBE-PERCEPCION-XML.
           IF WKS-OTRA-PERC > ZERO
               MOVE "038" TO WKS-XML-CLAVE
               MOVE WKS-INC-CONCEPTO TO WKS-XML-CONCEPTO
               MOVE WKS-OTRA-PERC TO WKS-IMPORTE-XML
               MOVE ZERO TO WKS-XML-EXENTO
               PERFORM ESCRIBE-PERCEPCION-XML.
           MOVE "    </nomina12:Percepciones>" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.

           ESCRIBE-CFDI-PERC-EXT.
           MOVE "    <nomina12:Percepciones" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "TotalSueldos" TO WKS-XML-ATRIB.
           MOVE WKS-CFDI-PERCEPCIONES TO WKS-IMPORTE-XML.
           PERFORM ESCRIBE-IMPORTE-XML.
           MOVE "TotalGravado" TO WKS-XML-ATRIB.
           MOVE WKS-BASE-ISR TO WKS-IMPORTE-XML.
           PERFORM ESCRIBE-IMPORTE-XML.
           MOVE "TotalExento" TO WKS-XML-ATRIB.
           MOVE WKS-BASE-EXENTA TO WKS-IMPORTE-XML.
           PERFORM ESCRIBE-IMPORTE-XML.
           MOVE "    >" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           IF WKS-SUELDO-PEND > ZERO
               MOVE "001" TO WKS-XML-CLAVE
               MOVE "SUELDO ULTIMO PERIODO" TO WKS-XML-CONCEPTO
               MOVE WKS-SUELDO-PEND TO WKS-IMPORTE-XML
               MOVE ZERO TO WKS-XML-EXENTO
               PERFORM ESCRIBE-PERCEPCION-XML.
           IF WKS-PAGO-VAC-PEND > ZERO
               MOVE "001" TO WKS-XML-CLAVE
               MOVE "VACACIONES PENDIENTES" TO WKS-XML-CONCEPTO
               MOVE WKS-PAGO-VAC-PEND TO WKS-IMPORTE-XML
               MOVE ZERO TO WKS-XML-EXENTO
               PERFORM ESCRIBE-PERCEPCION-XML.
           IF WKS-AGUINALDO > ZERO
               MOVE "002" TO WKS-XML-CLAVE
               MOVE "AGUINALDO" TO WKS-XML-CONCEPTO
               COMPUTE WKS-IMPORTE-XML =
                       WKS-AGUINALDO - WKS-EXENTO-AGUI
               MOVE WKS-EXENTO-AGUI TO WKS-XML-EXENTO
               PERFORM ESCRIBE-PERCEPCION-XML.
           IF WKS-PRIMA-VAC > ZERO
               MOVE "021" TO WKS-XML-CLAVE
               MOVE "PRIMA VACACIONAL" TO WKS-XML-CONCEPTO
               COMPUTE WKS-IMPORTE-XML =
                       WKS-PRIMA-VAC - WKS-EXENTO-PRIMA
               MOVE WKS-EXENTO-PRIMA TO WKS-XML-EXENTO
               PERFORM ESCRIBE-PERCEPCION-XML.
           MOVE "    </nomina12:Percepciones>" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.

           ESCRIBE-PERCEPCION-XML.
           MOVE "     <nomina12:Percepcion" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "TipoPercepcion" TO WKS-XML-ATRIB.
           MOVE WKS-XML-CLAVE TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "Clave" TO WKS-XML-ATRIB.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "Concepto" TO WKS-XML-ATRIB.
           MOVE WKS-XML-CONCEPTO TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "ImporteGravado" TO WKS-XML-ATRIB.
           PERFORM ESCRIBE-IMPORTE-XML.
           MOVE "ImporteExento" TO WKS-XML-ATRIB.
           MOVE WKS-XML-EXENTO TO WKS-IMPORTE-XML.
           PERFORM ESCRIBE-IMPORTE-XML.
           MOVE "     />" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.

           ESCRIBE-CFDI-DEDUCCIONES.
           MOVE "    <nomina12:Deducciones" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           IF WKS-CFDI-OTRAS-DED > ZERO
               MOVE "TotalOtrasDeducciones" TO WKS-XML-ATRIB
               MOVE WKS-CFDI-OTRAS-DED TO WKS-IMPORTE-XML
               PERFORM ESCRIBE-IMPORTE-XML.
           IF WKS-DEDUCCION-ISR > ZERO
               MOVE "TotalImpuestosRetenidos" TO WKS-XML-ATRIB
               MOVE WKS-DEDUCCION-ISR TO WKS-IMPORTE-XML
               PERFORM ESCRIBE-IMPORTE-XML.
           MOVE "    >" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           IF WKS-DEDUCCION-IMSS > ZERO
               MOVE "001" TO WKS-XML-CLAVE
               MOVE "SEGURIDAD SOCIAL" TO WKS-XML-CONCEPTO
               MOVE WKS-DEDUCCION-IMSS TO WKS-IMPORTE-XML
               PERFORM ESCRIBE-DEDUCCION-XML.
           IF WKS-DEDUCCION-ISR > ZERO
               MOVE "002" TO WKS-XML-CLAVE
               MOVE "ISR" TO WKS-XML-CONCEPTO
               MOVE WKS-DEDUCCION-ISR TO WKS-IMPORTE-XML
               PERFORM ESCRIBE-DEDUCCION-XML.
           IF WKS-PENSION-ALIM > ZERO
               MOVE "007" TO WKS-XML-CLAVE
               MOVE "PENSION ALIMENTICIA" TO WKS-XML-CONCEPTO
               MOVE WKS-PENSION-ALIM TO WKS-IMPORTE-XML
               PERFORM ESCRIBE-DEDUCCION-XML.
           IF WKS-OTRA-DED > ZERO
               MOVE "004" TO WKS-XML-CLAVE
               MOVE WKS-INC-CONCEPTO TO WKS-XML-CONCEPTO
               MOVE WKS-OTRA-DED TO WKS-IMPORTE-XML
               PERFORM ESCRIBE-DEDUCCION-XML.
           IF WKS-PAGO-PRESTAMO > ZERO
               MOVE "004" TO WKS-XML-CLAVE
               MOVE "ABONO PRESTAMO" TO WKS-XML-CONCEPTO
               MOVE WKS-PAGO-PRESTAMO TO WKS-IMPORTE-XML
               PERFORM ESCRIBE-DEDUCCION-XML.
           IF WKS-APORTA-AHORRO > ZERO
               MOVE "018" TO WKS-XML-CLAVE
               MOVE "CAJA DE AHORRO" TO WKS-XML-CONCEPTO
               MOVE WKS-APORTA-AHORRO TO WKS-IMPORTE-XML
               PERFORM ESCRIBE-DEDUCCION-XML.
           MOVE "    </nomina12:Deducciones>" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.

           ESCRIBE-CFDI-OTROS-PAGOS.
           MOVE "    <nomina12:OtrosPagos>" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "     <nomina12:OtroPago" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "TipoOtroPago" TO WKS-XML-ATRIB.
           MOVE "002" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "Clave" TO WKS-XML-ATRIB.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "Concepto" TO WKS-XML-ATRIB.
           MOVE "SUBSIDIO PARA EL EMPLEO" TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "Importe" TO WKS-XML-ATRIB.
           MOVE ZERO TO WKS-IMPORTE-XML.
           PERFORM ESCRIBE-IMPORTE-XML.
           MOVE "     >" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "      <nomina12:SubsidioAlEmpleo" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "SubsidioCausado" TO WKS-XML-ATRIB.
           MOVE WKS-SUBSIDIO-EMPLEO TO WKS-IMPORTE-XML.
           PERFORM ESCRIBE-IMPORTE-XML.
           MOVE "      />" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "     </nomina12:OtroPago>" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "    </nomina12:OtrosPagos>" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.

           ESCRIBE-CFDI-DED-EXT.
           MOVE "    <nomina12:Deducciones" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "TotalImpuestosRetenidos" TO WKS-XML-ATRIB.
           MOVE WKS-DEDUCCION-ISR TO WKS-IMPORTE-XML.
           PERFORM ESCRIBE-IMPORTE-XML.
           MOVE "    >" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "002" TO WKS-XML-CLAVE.
           MOVE "ISR" TO WKS-XML-CONCEPTO.
           MOVE WKS-DEDUCCION-ISR TO WKS-IMPORTE-XML.
           PERFORM ESCRIBE-DEDUCCION-XML.
           MOVE "    </nomina12:Deducciones>" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.

           ESCRIBE-DEDUCCION-XML.
           MOVE "     <nomina12:Deduccion" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.
           MOVE "TipoDeduccion" TO WKS-XML-ATRIB.
           MOVE WKS-XML-CLAVE TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "Clave" TO WKS-XML-ATRIB.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "Concepto" TO WKS-XML-ATRIB.
           MOVE WKS-XML-CONCEPTO TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.
           MOVE "Importe" TO WKS-XML-ATRIB.
           PERFORM ESCRIBE-IMPORTE-XML.
           MOVE "     />" TO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.

           ESCRIBE-IMPORTE-XML.
           MOVE WKS-IMPORTE-XML TO WKS-XML-EDITADO.
           MOVE 1 TO WKS-XML-INICIO.
           PERFORM AVANZA-INICIO-XML
               UNTIL WKS-XML-EDITADO(WKS-XML-INICIO:1) NOT = SPACE.
           MOVE SPACES TO WKS-XML-VALOR.
           MOVE WKS-XML-EDITADO(WKS-XML-INICIO:) TO WKS-XML-VALOR.
           PERFORM ESCRIBE-ATRIB-XML.

           AVANZA-INICIO-XML.
           ADD 1 TO WKS-XML-INICIO.

           ESCRIBE-ATRIB-XML.
           MOVE SPACES TO WKS-LINEA-CFDI.
           STRING "      "                    DELIMITED BY SIZE
                  WKS-XML-ATRIB               DELIMITED BY SPACE
                  "="                         DELIMITED BY SIZE
                  QUOTE                       DELIMITED BY SIZE
                  WKS-XML-VALOR               DELIMITED BY "  "
                  QUOTE                       DELIMITED BY SIZE
               INTO WKS-LINEA-CFDI.
           PERFORM GRABA-LINEA-CFDI.

           GRABA-LINEA-CFDI.
           IF WKS-FRECUENCIA = 'E'
               MOVE WKS-LINEA-CFDI TO REG-CFDI-EXT
               WRITE REG-CFDI-EXT
           ELSE
               MOVE WKS-LINEA-CFDI TO REG-CFDI
               WRITE REG-CFDI.

           CONCILIA-TIMBRADO.
           PERFORM PIDE-TIPO-TIMBRADO.
           PERFORM CARGA-RESPUESTA-PAC.
           IF WKS-FS-RESP NOT = "00"
               DISPLAY "NO SE ENCONTRO LA RESPUESTA DEL PAC EN ",
                       "CFDIRESP"
           ELSE
               OPEN OUTPUT ARCHIVO-REPORTE-TIMB
               IF WKS-FS-REPTI NOT = "00"
                   DISPLAY "NO SE PUDO CREAR EL ARCHIVO DE ",
                           "CONCILIACION DE TIMBRADO"
               ELSE
                   MOVE ZERO TO WKS-TIMB-OK WKS-TIMB-RECH
                                WKS-TIMB-FALTA WKS-TIMB-HUERF
                   PERFORM ESCRIBE-ENCABEZADO-TIMB
                   PERFORM CONCILIA-HIST-TIMBRE
                   PERFORM ESCRIBE-RESP-SIN-NOMINA
                   PERFORM ESCRIBE-TOTALES-TIMB
                   CLOSE ARCHIVO-REPORTE-TIMB
                   DISPLAY "CONCILIACION DE TIMBRADO GUARDADA EN ",
                           "REPTIMBR"
                   DISPLAY "TIMBRADOS: ", WKS-TIMB-OK,
                           " RECHAZADOS: ", WKS-TIMB-RECH,
                           " SIN TIMBRAR: ", WKS-TIMB-FALTA
                   IF WKS-TIMB-RECH > ZERO OR WKS-TIMB-FALTA > ZERO
                       DISPLAY "AVISO: HAY PAGOS SIN CFDI TIMBRADO, ",
                               "NO SON DEDUCIBLES HASTA TIMBRARLOS"
                   END-IF.
           IF WKS-FRECUENCIA = 'E'
               MOVE 'M' TO WKS-FRECUENCIA
               MOVE ZERO TO WKS-SUBPERIODO.

           PIDE-TIPO-TIMBRADO.
           DISPLAY "NOMINA A CONCILIAR: O-ORDINARIA ",
                   "E-EXTRAORDINARIA".
           ACCEPT WKS-OPCION.
           IF WKS-OPCION = 'O'
               PERFORM PIDE-PERIODO
           ELSE
           IF WKS-OPCION = 'E'
               PERFORM PIDE-CONCEPTO-EXT
               PERFORM PIDE-PERIODO-EXT
               MOVE 'E' TO WKS-FRECUENCIA
               MOVE WKS-CONCEPTO-EXT TO WKS-SUBPERIODO
           ELSE
               DISPLAY "OPCION INVALIDA VERIFIQUE"
               PERFORM PIDE-TIPO-TIMBRADO.

           CARGA-RESPUESTA-PAC.
           MOVE ZERO TO WKS-CANT-RESP.
           OPEN INPUT ARCHIVO-RESP-PAC.
           IF WKS-FS-RESP = "00"
               MOVE 'N' TO WKS-SW-EOF-RESP
               READ ARCHIVO-RESP-PAC
                   AT END MOVE 'S' TO WKS-SW-EOF-RESP
               END-READ
               PERFORM CARGA-RESP-TABLA UNTIL WKS-EOF-RESP
               CLOSE ARCHIVO-RESP-PAC.

           CARGA-RESP-TABLA.
           MOVE REG-RP-FRECUENCIA TO WKS-FREC-HIST.
           IF WKS-FREC-HIST NOT = 'Q' AND WKS-FREC-HIST NOT = 'S'
               AND WKS-FREC-HIST NOT = 'E'
               MOVE 'M' TO WKS-FREC-HIST.
           IF REG-RP-PERIODO = WKS-PERIODO
               AND WKS-FREC-HIST = WKS-FRECUENCIA
               AND REG-RP-SUBPER = WKS-SUBPERIODO
               MOVE REG-RP-ID TO WKS-ID-AUX
               PERFORM BUSCA-RESP-POS
               IF WKS-POS-RESP = ZERO
                   IF WKS-CANT-RESP < WKS-MAX-RESP
                       ADD 1 TO WKS-CANT-RESP
                       MOVE WKS-CANT-RESP TO WKS-POS-RESP
                   ELSE
                       DISPLAY "TABLA DE RESPUESTAS LLENA, FOLIO ",
                               "IGNORADO: ", REG-RP-FOLIO
                   END-IF
               END-IF
               IF WKS-POS-RESP > ZERO
                   MOVE REG-RP-ID TO WKS-RS-ID(WKS-POS-RESP)
                   MOVE REG-RP-ESTATUS TO WKS-RS-ESTATUS(WKS-POS-RESP)
                   MOVE REG-RP-UUID TO WKS-RS-UUID(WKS-POS-RESP)
                   MOVE REG-RP-MOTIVO TO WKS-RS-MOTIVO(WKS-POS-RESP)
                   MOVE 'N' TO WKS-RS-USADO(WKS-POS-RESP)
               END-IF
           END-IF.
           READ ARCHIVO-RESP-PAC
               AT END MOVE 'S' TO WKS-SW-EOF-RESP
           END-READ.

           BUSCA-RESP-POS.
           MOVE ZERO TO WKS-POS-RESP.
           IF WKS-CANT-RESP > ZERO
               SET WKS-IND-RESP TO 1
               SEARCH WKS-TABLA-RESP
                   AT END CONTINUE
                   WHEN WKS-RS-ID(WKS-IND-RESP) = WKS-ID-AUX
                       SET WKS-POS-RESP TO WKS-IND-RESP.

           CONCILIA-HIST-TIMBRE.
           OPEN INPUT ARCHIVO-HISTORIAL.
           IF WKS-FS-HIST = "00"
               MOVE 'N' TO WKS-SW-EOF-HIST
               READ ARCHIVO-HISTORIAL
                   AT END MOVE 'S' TO WKS-SW-EOF-HIST
               END-READ
               PERFORM CONCILIA-REG-TIMBRE UNTIL WKS-EOF-HIST
               CLOSE ARCHIVO-HISTORIAL
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO NOMHIST".

           CONCILIA-REG-TIMBRE.
           PERFORM NORMALIZA-FREC-HIST.
           IF REG-HIST-PERIODO = WKS-PERIODO
               AND WKS-FREC-HIST = WKS-FRECUENCIA
               AND WKS-SUBPER-HIST = WKS-SUBPERIODO
               MOVE REG-HIST-ID TO WKS-ID-AUX
               PERFORM BUSCA-NOMBRE-TIMB
               PERFORM BUSCA-RESP-POS
               MOVE REG-HIST-NETO TO WKS-CONCEPTO-FORMATO
               MOVE SPACES TO REG-REPORTE-TIMB
               MOVE 1 TO WKS-PTR-NOMBRES-DEP
               STRING REG-HIST-ID             DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      WKS-NOMBRE-COMPLETO     DELIMITED BY "  "
                      " NETO: "               DELIMITED BY SIZE
                      WKS-CONCEPTO-FORMATO    DELIMITED BY SIZE
                   INTO REG-REPORTE-TIMB
                   WITH POINTER WKS-PTR-NOMBRES-DEP
               IF WKS-POS-RESP = ZERO
                   ADD 1 TO WKS-TIMB-FALTA
                   STRING " SIN TIMBRAR (SIN RESPUESTA DEL PAC)"
                                              DELIMITED BY SIZE
                       INTO REG-REPORTE-TIMB
                       WITH POINTER WKS-PTR-NOMBRES-DEP
               ELSE
                   MOVE 'S' TO WKS-RS-USADO(WKS-POS-RESP)
                   IF WKS-RS-TIMBRADO(WKS-POS-RESP)
                       AND WKS-RS-UUID(WKS-POS-RESP) NOT = SPACES
                       ADD 1 TO WKS-TIMB-OK
                       STRING " UUID: "       DELIMITED BY SIZE
                              WKS-RS-UUID(WKS-POS-RESP)
                                              DELIMITED BY SIZE
                           INTO REG-REPORTE-TIMB
                           WITH POINTER WKS-PTR-NOMBRES-DEP
                   ELSE
                       ADD 1 TO WKS-TIMB-RECH
                       STRING " RECHAZADO: "  DELIMITED BY SIZE
                              WKS-RS-MOTIVO(WKS-POS-RESP)
                                              DELIMITED BY "  "
                           INTO REG-REPORTE-TIMB
                           WITH POINTER WKS-PTR-NOMBRES-DEP
                   END-IF
               END-IF
               WRITE REG-REPORTE-TIMB
           END-IF.
           READ ARCHIVO-HISTORIAL
               AT END MOVE 'S' TO WKS-SW-EOF-HIST
           END-READ.

           BUSCA-NOMBRE-TIMB.
           SET WKS-INDICE TO 1.
           SEARCH WKS-DATOS-TRAB
               AT END
                   MOVE "(NO VIGENTE)" TO WKS-NOMBRE-COMPLETO
               WHEN WKS-ID-TRAB(WKS-INDICE) = WKS-ID-AUX
                   SET WKS-SUB-TRAB TO WKS-INDICE
                   PERFORM ARMA-NOMBRE-COMPLETO.

           ESCRIBE-ENCABEZADO-TIMB.
           MOVE SPACES TO REG-REPORTE-TIMB.
           STRING "CONCILIACION DE TIMBRADO CFDI PERIODO "
                                              DELIMITED BY SIZE
                  WKS-PERIODO                 DELIMITED BY SIZE
                  " FRECUENCIA "              DELIMITED BY SIZE
                  WKS-FRECUENCIA              DELIMITED BY SIZE
                  " SUBPERIODO "              DELIMITED BY SIZE
                  WKS-SUBPERIODO              DELIMITED BY SIZE
               INTO REG-REPORTE-TIMB.
           WRITE REG-REPORTE-TIMB.
           MOVE SPACES TO REG-REPORTE-TIMB.
           WRITE REG-REPORTE-TIMB.

           ESCRIBE-RESP-SIN-NOMINA.
           MOVE 1 TO WKS-POS-RESP.
           PERFORM CHECA-RESP-SIN-NOMINA
               UNTIL WKS-POS-RESP > WKS-CANT-RESP.

           CHECA-RESP-SIN-NOMINA.
           IF NOT WKS-RS-CASADO(WKS-POS-RESP)
               ADD 1 TO WKS-TIMB-HUERF
               MOVE SPACES TO REG-REPORTE-TIMB
               STRING WKS-RS-ID(WKS-POS-RESP) DELIMITED BY SIZE
                      " RESPUESTA DEL PAC SIN NOMINA EN NOMHIST, UUID: "
                                              DELIMITED BY SIZE
                      WKS-RS-UUID(WKS-POS-RESP) DELIMITED BY SIZE
                   INTO REG-REPORTE-TIMB
               WRITE REG-REPORTE-TIMB.
           ADD 1 TO WKS-POS-RESP.

           ESCRIBE-TOTALES-TIMB.
           MOVE SPACES TO REG-REPORTE-TIMB.
           WRITE REG-REPORTE-TIMB.
           MOVE SPACES TO REG-REPORTE-TIMB.
           STRING "TIMBRADOS: "               DELIMITED BY SIZE
                  WKS-TIMB-OK                 DELIMITED BY SIZE
                  " RECHAZADOS: "             DELIMITED BY SIZE
                  WKS-TIMB-RECH               DELIMITED BY SIZE
                  " SIN TIMBRAR: "            DELIMITED BY SIZE
                  WKS-TIMB-FALTA              DELIMITED BY SIZE
                  " RESPUESTAS SIN NOMINA: "  DELIMITED BY SIZE
                  WKS-TIMB-HUERF              DELIMITED BY SIZE
               INTO REG-REPORTE-TIMB.
           WRITE REG-REPORTE-TIMB.

           CORRE-NOMINA.
           IF NOT WKS-ES-CIERRE
               PERFORM AVISA-CAMBIOS-PEND.
           PERFORM CARGA-INCIDENCIAS.
           PERFORM PREPARA-ORDEN.
           MOVE 1 TO WKS-RECORRE.
                   OPEN OUTPUT ARCHIVO-DISPERSION
                   IF WKS-FS-DIS = "00"
                       MOVE ZERO TO WKS-DISP-CUENTA WKS-DISP-TOTAL
                                    WKS-SIN-CLABE WKS-NOM-CALCULADOS
                       PERFORM ESCRIBE-ENCABEZADO-NOM
                       PERFORM CALCULA-NOMINA
                           UNTIL WKS-RECORRE > WKS-FIN
               AND WKS-FREC-TRAB(WKS-SUB-TRAB) = WKS-FRECUENCIA
               PERFORM CHECA-CORTE-NOM
               PERFORM CALCULA-PAGO-TRAB
               ADD 1 TO WKS-NOM-CALCULADOS
               MOVE WKS-SALARIO(WKS-SUB-TRAB) TO WKS-SAL-FORMATO
               MOVE WKS-SALARIO-NETO TO WKS-SAL-NETO-FORMATO
               MOVE WKS-DEDUCCION-ISR TO WKS-ISR-FORMATO
               PERFORM ESCRIBE-DISPERSION
               IF WKS-ES-CIERRE
                   PERFORM ESCRIBE-HISTORIAL
                   PERFORM ESCRIBE-CFDI
                   PERFORM ACUMULA-RESUMEN-TRAB
                   PERFORM ABONA-PRESTAMOS-TRAB
                   PERFORM REGISTRA-PENSIONES-TRAB
               END-IF.
           ADD 1 TO WKS-RECORRE.


           LIMPIA-RESUMEN-TODO.
           MOVE ZERO TO WKS-TOT-PERSONAL WKS-TOT-BRUTO WKS-TOT-ISR
                        WKS-TOT-IMSS WKS-TOT-NETO WKS-TOT-OTRAS
                        WKS-TOT-PATRONAL.
           MOVE 1 TO WKS-POS-RES.
           PERFORM LIMPIA-RESUMEN UNTIL WKS-POS-RES > 50.

           COMPUTE WKS-TOT-OTRAS = WKS-TOT-OTRAS
                   + WKS-BASE-GRAVABLE - WKS-DEDUCCION-ISR
                   - WKS-DEDUCCION-IMSS - WKS-SALARIO-NETO.
           IF WKS-NOM-EXTRA
               MOVE ZERO TO WKS-CUOTA-PATRONAL
           ELSE
               PERFORM CALCULA-CUOTA-PATRONAL.
           ADD WKS-CUOTA-PATRONAL TO WKS-TOT-PATRONAL.
           MOVE ZERO TO WKS-NUM-DEPTOS-TRAB.
           MOVE 1 TO WKS-COL.
           PERFORM ACUMULA-DEPTOS-VALIDOS UNTIL WKS-COL > 3.
           WRITE REG-RESUMEN.

           PREPARA-ORDEN.
           IF WKS-DESATENDIDO
               MOVE 1 TO WKS-ORDEN-ELEGIDO
           ELSE
               DISPLAY "ORDEN DEL REPORTE: 1-CAPTURA 2-ALFABETICO ",
                       "3-POR DEPARTAMENTO"
               ACCEPT WKS-ORDEN-ELEGIDO.
           IF WKS-ORDEN-ELEGIDO < 1 OR WKS-ORDEN-ELEGIDO > 3
               DISPLAY "OPCION INVALIDA VERIFIQUE"
               PERFORM PREPARA-ORDEN
                       TO WKS-AN-ISR(WKS-POS-ANUAL-ENC)
               ELSE
                   ADD 1 TO WKS-CANT-ANUAL
                   MOVE WKS-CANT-ANUAL TO WKS-POS-ANUAL-ENC
                   MOVE REG-HIST-ID TO WKS-AN-ID(WKS-CANT-ANUAL)
                   MOVE REG-HIST-BRUTO
                       TO WKS-AN-BRUTO(WKS-CANT-ANUAL)
                   MOVE REG-HIST-ISR TO WKS-AN-ISR(WKS-CANT-ANUAL)
                   MOVE ZERO TO WKS-AN-EXENTO(WKS-CANT-ANUAL)
                                WKS-AN-SUBSIDIO(WKS-CANT-ANUAL)
               END-IF
               IF REG-HIST-EXENTO NUMERIC
                   ADD REG-HIST-EXENTO
                       TO WKS-AN-EXENTO(WKS-POS-ANUAL-ENC)
               END-IF
               IF REG-HIST-SUBSIDIO NUMERIC
                   ADD REG-HIST-SUBSIDIO
                       TO WKS-AN-SUBSIDIO(WKS-POS-ANUAL-ENC)
               END-IF
           END-IF.
           READ ARCHIVO-HISTORIAL
           CALCULA-AJUSTE-TRAB.
           COMPUTE WKS-BASE-GRAVABLE ROUNDED =
                   WKS-AN-BRUTO(WKS-POS-ANUAL) / 12.
           COMPUTE WKS-BASE-EXENTA ROUNDED =
                   WKS-AN-EXENTO(WKS-POS-ANUAL) / 12.
           PERFORM CALCULA-DEDUCCIONES.
           COMPUTE WKS-ISR-ANUAL ROUNDED = WKS-DEDUCCION-ISR * 12
                   - WKS-AN-SUBSIDIO(WKS-POS-ANUAL).
           IF WKS-ISR-ANUAL < ZERO
               MOVE ZERO TO WKS-ISR-ANUAL.
           COMPUTE WKS-DIF-ISR = WKS-ISR-ANUAL
                   - WKS-AN-ISR(WKS-POS-ANUAL).
           IF WKS-DIF-ISR > 99999.99
                  WKS-RES-FORMATO             DELIMITED BY SIZE
               INTO REG-CONSTANCIA.
           WRITE REG-CONSTANCIA.
           MOVE WKS-AN-EXENTO(WKS-POS-ANUAL) TO WKS-RES-FORMATO.
           MOVE SPACES TO REG-CONSTANCIA.
           STRING "  PERCEPCIONES EXENTAS:     " DELIMITED BY SIZE
                  WKS-RES-FORMATO             DELIMITED BY SIZE
               INTO REG-CONSTANCIA.
           WRITE REG-CONSTANCIA.
           COMPUTE WKS-RES-FORMATO = WKS-AN-BRUTO(WKS-POS-ANUAL)
                   - WKS-AN-EXENTO(WKS-POS-ANUAL).
           MOVE SPACES TO REG-CONSTANCIA.
           STRING "  PERCEPCIONES GRAVADAS:    " DELIMITED BY SIZE
                  WKS-RES-FORMATO             DELIMITED BY SIZE
               INTO REG-CONSTANCIA.
           WRITE REG-CONSTANCIA.
           IF WKS-AN-SUBSIDIO(WKS-POS-ANUAL) > ZERO
               MOVE WKS-AN-SUBSIDIO(WKS-POS-ANUAL) TO WKS-RES-FORMATO
               MOVE SPACES TO REG-CONSTANCIA
               STRING "SUBSIDIO AL EMPLEO APLICADO:" DELIMITED BY SIZE
                      WKS-RES-FORMATO         DELIMITED BY SIZE
                   INTO REG-CONSTANCIA
               WRITE REG-CONSTANCIA.
           MOVE WKS-AN-ISR(WKS-POS-ANUAL) TO WKS-RES-FORMATO.
           MOVE SPACES TO REG-CONSTANCIA.
           STRING "ISR RETENIDO EN NOMINA:     " DELIMITED BY SIZE
                   MOVE 'S' TO WKS-SW-TRAB-RET
                   PERFORM ARMA-NOMBRE-COMPLETO.

           GENERA-PTU.
           DISPLAY "EJERCICIO DEL REPARTO DE UTILIDADES (AAAA):".
           ACCEPT WKS-ANIO-PTU.
           IF WKS-ANIO-PTU < 2000 OR WKS-ANIO-PTU > 2099
               DISPLAY "ANIO INVALIDO VERIFIQUE"
               PERFORM GENERA-PTU
           ELSE
               PERFORM PIDE-MONTO-PTU
               PERFORM ACUMULA-PTU-HIST
               IF WKS-CANT-PTU = ZERO
                   DISPLAY "SIN REGISTROS DEL ANIO ", WKS-ANIO-PTU,
                           " EN NOMHIST, NADA QUE REPARTIR"
               ELSE
                   PERFORM CARGA-PTU-ANTERIOR
                   PERFORM CALCULA-REPARTO-PTU
                   IF WKS-PTU-ELEGIBLES = ZERO
                       DISPLAY "NINGUN TRABAJADOR LLEGA A ",
                               WKS-DIAS-MIN-PTU, " DIAS, NADA QUE ",
                               "REPARTIR"
                   ELSE
                       PERFORM EMITE-REPORTES-PTU.

           PIDE-MONTO-PTU.
           DISPLAY "MONTO DE LA PTU A REPARTIR:".
           ACCEPT WKS-PTU-MONTO.
           IF WKS-PTU-MONTO NOT > ZERO
               DISPLAY "MONTO INVALIDO VERIFIQUE"
               PERFORM PIDE-MONTO-PTU.

           ACUMULA-PTU-HIST.
           MOVE ZERO TO WKS-CANT-PTU.
           OPEN INPUT ARCHIVO-HISTORIAL.
           IF WKS-FS-HIST = "00"
               MOVE 'N' TO WKS-SW-EOF-HIST
               READ ARCHIVO-HISTORIAL
                   AT END MOVE 'S' TO WKS-SW-EOF-HIST
               END-READ
               PERFORM ACUMULA-PTU-REG UNTIL WKS-EOF-HIST
               CLOSE ARCHIVO-HISTORIAL
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO NOMHIST".

           ACUMULA-PTU-REG.
           DIVIDE REG-HIST-PERIODO BY 100 GIVING WKS-ANIO-HIST
               REMAINDER WKS-MES-HIST.
           IF WKS-ANIO-HIST = WKS-ANIO-PTU
               AND REG-HIST-FRECUENCIA NOT = 'E'
               PERFORM NORMALIZA-FREC-HIST
               IF WKS-FREC-HIST = 'Q'
                   MOVE 15 TO WKS-DIAS-HIST
               ELSE
               IF WKS-FREC-HIST = 'S'
                   MOVE 7 TO WKS-DIAS-HIST
               ELSE
                   MOVE 30 TO WKS-DIAS-HIST
               END-IF
               END-IF
               MOVE REG-HIST-ID TO WKS-ID-AUX
               PERFORM BUSCA-PTU-POS
               IF WKS-POS-PTU = ZERO
                   IF WKS-CANT-PTU < WKS-MAX-PTU
                       ADD 1 TO WKS-CANT-PTU
                       MOVE WKS-CANT-PTU TO WKS-POS-PTU
                       MOVE REG-HIST-ID TO WKS-PT-ID(WKS-POS-PTU)
                       MOVE ZERO TO WKS-PT-DIAS(WKS-POS-PTU)
                                    WKS-PT-SALARIO(WKS-POS-PTU)
                                    WKS-PT-PREVIO(WKS-POS-PTU)
                                    WKS-PT-ANIOS-PREV(WKS-POS-PTU)
                                    WKS-PT-PTU-DIAS(WKS-POS-PTU)
                                    WKS-PT-PTU-SAL(WKS-POS-PTU)
                                    WKS-PT-TOPE(WKS-POS-PTU)
                                    WKS-PT-IMPORTE(WKS-POS-PTU)
                   ELSE
                       DISPLAY "TABLA DE PTU LLENA, REGISTRO ",
                               "IGNORADO ID: ", REG-HIST-ID
                   END-IF
               END-IF
               IF WKS-POS-PTU > ZERO
                   ADD WKS-DIAS-HIST TO WKS-PT-DIAS(WKS-POS-PTU)
                   IF WKS-PT-DIAS(WKS-POS-PTU) > 365
                       MOVE 365 TO WKS-PT-DIAS(WKS-POS-PTU)
                   END-IF
                   ADD REG-HIST-BRUTO TO WKS-PT-SALARIO(WKS-POS-PTU)
               END-IF
           END-IF.
           READ ARCHIVO-HISTORIAL
               AT END MOVE 'S' TO WKS-SW-EOF-HIST
           END-READ.

           BUSCA-PTU-POS.
           MOVE ZERO TO WKS-POS-PTU.
           IF WKS-CANT-PTU > ZERO
               SET WKS-IND-PTU TO 1
               SEARCH WKS-TABLA-PTU
                   AT END CONTINUE
                   WHEN WKS-PT-ID(WKS-IND-PTU) = WKS-ID-AUX
                       SET WKS-POS-PTU TO WKS-IND-PTU.

           CARGA-PTU-ANTERIOR.
           MOVE 'N' TO WKS-SW-PTU-REGISTRADO.
           COMPUTE WKS-ANIO-PTU-INI = WKS-ANIO-PTU - 3.
           OPEN INPUT ARCHIVO-PTU-HIST.
           IF WKS-FS-PTUH = "00"
               MOVE 'N' TO WKS-SW-EOF-PTUH
               READ ARCHIVO-PTU-HIST
                   AT END MOVE 'S' TO WKS-SW-EOF-PTUH
               END-READ
               PERFORM ACUMULA-PTU-ANTERIOR UNTIL WKS-EOF-PTUH
               CLOSE ARCHIVO-PTU-HIST.

           ACUMULA-PTU-ANTERIOR.
           IF REG-PTUH-ANIO = WKS-ANIO-PTU
               MOVE 'S' TO WKS-SW-PTU-REGISTRADO
           ELSE
           IF REG-PTUH-ANIO >= WKS-ANIO-PTU-INI
               AND REG-PTUH-ANIO < WKS-ANIO-PTU
               MOVE REG-PTUH-ID TO WKS-ID-AUX
               PERFORM BUSCA-PTU-POS
               IF WKS-POS-PTU > ZERO
                   ADD REG-PTUH-IMPORTE TO WKS-PT-PREVIO(WKS-POS-PTU)
                   ADD 1 TO WKS-PT-ANIOS-PREV(WKS-POS-PTU)
               END-IF
           END-IF.
           READ ARCHIVO-PTU-HIST
               AT END MOVE 'S' TO WKS-SW-EOF-PTUH
           END-READ.

           CALCULA-REPARTO-PTU.
           MOVE ZERO TO WKS-PTU-TOT-DIAS WKS-PTU-TOT-SAL
                        WKS-PTU-ELEGIBLES WKS-PTU-SIN-DERECHO
                        WKS-PTU-REPARTIDO WKS-PTU-REMANENTE
                        WKS-PTU-FACTOR-DIAS WKS-PTU-FACTOR-SAL.
           MOVE 1 TO WKS-POS-PTU.
           PERFORM SUMA-BASE-PTU UNTIL WKS-POS-PTU > WKS-CANT-PTU.
           IF WKS-PTU-ELEGIBLES > ZERO
               COMPUTE WKS-PTU-FACTOR-DIAS ROUNDED =
                       WKS-PTU-MONTO / 2 / WKS-PTU-TOT-DIAS
               IF WKS-PTU-TOT-SAL > ZERO
                   COMPUTE WKS-PTU-FACTOR-SAL ROUNDED =
                           WKS-PTU-MONTO / 2 / WKS-PTU-TOT-SAL
               END-IF
               MOVE 1 TO WKS-POS-PTU
               PERFORM CALCULA-PTU-TRAB
                   UNTIL WKS-POS-PTU > WKS-CANT-PTU.

           SUMA-BASE-PTU.
           IF WKS-PT-DIAS(WKS-POS-PTU) < WKS-DIAS-MIN-PTU
               ADD 1 TO WKS-PTU-SIN-DERECHO
           ELSE
               ADD 1 TO WKS-PTU-ELEGIBLES
               ADD WKS-PT-DIAS(WKS-POS-PTU) TO WKS-PTU-TOT-DIAS
               ADD WKS-PT-SALARIO(WKS-POS-PTU) TO WKS-PTU-TOT-SAL.
           ADD 1 TO WKS-POS-PTU.

           CALCULA-PTU-TRAB.
           IF WKS-PT-DIAS(WKS-POS-PTU) >= WKS-DIAS-MIN-PTU
               COMPUTE WKS-PT-PTU-DIAS(WKS-POS-PTU) ROUNDED =
                       WKS-PT-DIAS(WKS-POS-PTU) * WKS-PTU-FACTOR-DIAS
               COMPUTE WKS-PT-PTU-SAL(WKS-POS-PTU) ROUNDED =
                       WKS-PT-SALARIO(WKS-POS-PTU) * WKS-PTU-FACTOR-SAL
               COMPUTE WKS-PTU-CALC = WKS-PT-PTU-DIAS(WKS-POS-PTU)
                       + WKS-PT-PTU-SAL(WKS-POS-PTU)
               PERFORM CALCULA-TOPE-PTU
               IF WKS-PTU-CALC > WKS-PT-TOPE(WKS-POS-PTU)
                   COMPUTE WKS-PTU-REMANENTE = WKS-PTU-REMANENTE
                           + WKS-PTU-CALC - WKS-PT-TOPE(WKS-POS-PTU)
                   MOVE WKS-PT-TOPE(WKS-POS-PTU)
                                      TO WKS-PT-IMPORTE(WKS-POS-PTU)
               ELSE
                   MOVE WKS-PTU-CALC TO WKS-PT-IMPORTE(WKS-POS-PTU)
               END-IF
               ADD WKS-PT-IMPORTE(WKS-POS-PTU) TO WKS-PTU-REPARTIDO.
           ADD 1 TO WKS-POS-PTU.

           CALCULA-TOPE-PTU.
           PERFORM BUSCA-TRAB-PTU.
           IF WKS-TRAB-RET-ENC
               COMPUTE WKS-PTU-TOPE-SAL =
                       WKS-SALARIO(WKS-SUB-TRAB) * 3
           ELSE
               COMPUTE WKS-PTU-TOPE-SAL ROUNDED =
                       WKS-PT-SALARIO(WKS-POS-PTU)
                       / WKS-PT-DIAS(WKS-POS-PTU) * 90.
           MOVE ZERO TO WKS-PTU-PROMEDIO.
           IF WKS-PT-ANIOS-PREV(WKS-POS-PTU) > ZERO
               COMPUTE WKS-PTU-PROMEDIO ROUNDED =
                       WKS-PT-PREVIO(WKS-POS-PTU)
                       / WKS-PT-ANIOS-PREV(WKS-POS-PTU).
           IF WKS-PTU-PROMEDIO > WKS-PTU-TOPE-SAL
               MOVE WKS-PTU-PROMEDIO TO WKS-PT-TOPE(WKS-POS-PTU)
           ELSE
               MOVE WKS-PTU-TOPE-SAL TO WKS-PT-TOPE(WKS-POS-PTU).

           BUSCA-TRAB-PTU.
           MOVE 'N' TO WKS-SW-TRAB-RET.
           MOVE ZERO TO WKS-POS-TRAB-RET.
           SET WKS-INDICE TO 1.
           SEARCH WKS-DATOS-TRAB
               AT END
                   MOVE "(NO VIGENTE)" TO WKS-NOMBRE-COMPLETO
               WHEN WKS-ID-TRAB(WKS-INDICE) = WKS-PT-ID(WKS-POS-PTU)
                   SET WKS-SUB-TRAB TO WKS-INDICE
                   MOVE WKS-SUB-TRAB TO WKS-POS-TRAB-RET
                   MOVE 'S' TO WKS-SW-TRAB-RET
                   PERFORM ARMA-NOMBRE-COMPLETO.

           EMITE-REPORTES-PTU.
           OPEN OUTPUT ARCHIVO-REPORTE-PTU.
           IF WKS-FS-REPPTU NOT = "00"
               DISPLAY "NO SE PUDO CREAR EL ARCHIVO DE REPORTE DE PTU"
           ELSE
               OPEN OUTPUT ARCHIVO-RECIBOS-PTU
               IF WKS-FS-RECPTU NOT = "00"
                   CLOSE ARCHIVO-REPORTE-PTU
                   DISPLAY "NO SE PUDO CREAR EL ARCHIVO DE RECIBOS ",
                           "DE PTU"
               ELSE
                   PERFORM LIMPIA-RESUMEN-TODO
                   MOVE ZERO TO WKS-PTU-BAJAS WKS-PTU-SIN-DEPTO
                   PERFORM ESCRIBE-ENCABEZADO-PTU
                   MOVE 1 TO WKS-POS-PTU
                   PERFORM ESCRIBE-PTU-TRAB
                       UNTIL WKS-POS-PTU > WKS-CANT-PTU
                   PERFORM ESCRIBE-DEPTOS-PTU
                   PERFORM ESCRIBE-BAJAS-PTU
                   PERFORM ESCRIBE-TOTALES-PTU
                   CLOSE ARCHIVO-REPORTE-PTU
                   CLOSE ARCHIVO-RECIBOS-PTU
                   DISPLAY "REPORTE DE PTU GUARDADO EN REPPTU, ",
                           "TRABAJADORES CON PTU: ", WKS-PTU-ELEGIBLES
                   DISPLAY "RECIBOS DE PTU GUARDADOS EN RECIBPTU"
                   IF WKS-PTU-BAJAS > ZERO
                       DISPLAY "AVISO: ", WKS-PTU-BAJAS,
                               " TRABAJADORES DADOS DE BAJA CON PTU ",
                               "PENDIENTE, VER REPPTU"
                   END-IF
                   PERFORM REGISTRA-PTU-HIST.

           ESCRIBE-ENCABEZADO-PTU.
           MOVE SPACES TO REG-REPORTE-PTU.
           STRING "REPARTO DE UTILIDADES DEL EJERCICIO "
                                              DELIMITED BY SIZE
                  WKS-ANIO-PTU                DELIMITED BY SIZE
               INTO REG-REPORTE-PTU.
           WRITE REG-REPORTE-PTU.
           MOVE WKS-PTU-MONTO TO WKS-RES-FORMATO.
           MOVE SPACES TO REG-REPORTE-PTU.
           MOVE 1 TO WKS-PTR-NOMBRES-DEP.
           STRING "MONTO A REPARTIR: "        DELIMITED BY SIZE
                  WKS-RES-FORMATO             DELIMITED BY SIZE
               INTO REG-REPORTE-PTU
               WITH POINTER WKS-PTR-NOMBRES-DEP.
           MOVE WKS-PTU-TOT-SAL TO WKS-RES-FORMATO.
           STRING " DIAS TOTALES: "           DELIMITED BY SIZE
                  WKS-PTU-TOT-DIAS            DELIMITED BY SIZE
                  " SALARIOS TOTALES: "       DELIMITED BY SIZE
                  WKS-RES-FORMATO             DELIMITED BY SIZE
               INTO REG-REPORTE-PTU
               WITH POINTER WKS-PTR-NOMBRES-DEP.
           WRITE REG-REPORTE-PTU.
           MOVE SPACES TO REG-REPORTE-PTU.
           STRING "50% POR DIAS TRABAJADOS Y 50% POR SALARIO ",
                  "DEVENGADO, MINIMO "        DELIMITED BY SIZE
                  WKS-DIAS-MIN-PTU            DELIMITED BY SIZE
                  " DIAS EN EL EJERCICIO"     DELIMITED BY SIZE
               INTO REG-REPORTE-PTU.
           WRITE REG-REPORTE-PTU.
           MOVE SPACES TO REG-REPORTE-PTU.
           WRITE REG-REPORTE-PTU.
           MOVE "DETALLE POR TRABAJADOR" TO REG-REPORTE-PTU.
           WRITE REG-REPORTE-PTU.
           MOVE WKS-LINEA-GUION TO REG-REPORTE-PTU.
           WRITE REG-REPORTE-PTU.

           ESCRIBE-PTU-TRAB.
           PERFORM BUSCA-TRAB-PTU.
           MOVE WKS-PT-DIAS(WKS-POS-PTU) TO WKS-DIAS-FORMATO.
           MOVE WKS-PT-SALARIO(WKS-POS-PTU) TO WKS-RES-FORMATO.
           MOVE SPACES TO REG-REPORTE-PTU.
           MOVE 1 TO WKS-PTR-NOMBRES-DEP.
           STRING WKS-PT-ID(WKS-POS-PTU)      DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-NOMBRE-COMPLETO         DELIMITED BY "  "
                  " DIAS: "                   DELIMITED BY SIZE
                  WKS-DIAS-FORMATO            DELIMITED BY SIZE
                  " SALARIO: "                DELIMITED BY SIZE
                  WKS-RES-FORMATO             DELIMITED BY SIZE
               INTO REG-REPORTE-PTU
               WITH POINTER WKS-PTR-NOMBRES-DEP.
           IF WKS-PT-DIAS(WKS-POS-PTU) < WKS-DIAS-MIN-PTU
               STRING " SIN DERECHO (MENOS DE "  DELIMITED BY SIZE
                      WKS-DIAS-MIN-PTU           DELIMITED BY SIZE
                      " DIAS)"                   DELIMITED BY SIZE
                   INTO REG-REPORTE-PTU
                   WITH POINTER WKS-PTR-NOMBRES-DEP
               WRITE REG-REPORTE-PTU
           ELSE
               MOVE WKS-PT-PTU-DIAS(WKS-POS-PTU)
                                      TO WKS-CONCEPTO-FORMATO
               MOVE WKS-PT-PTU-SAL(WKS-POS-PTU) TO WKS-BASE-FORMATO
               STRING " PTU DIAS: "           DELIMITED BY SIZE
                      WKS-CONCEPTO-FORMATO    DELIMITED BY SIZE
                      " PTU SALARIO: "        DELIMITED BY SIZE
                      WKS-BASE-FORMATO        DELIMITED BY SIZE
                   INTO REG-REPORTE-PTU
                   WITH POINTER WKS-PTR-NOMBRES-DEP
               MOVE WKS-PT-TOPE(WKS-POS-PTU) TO WKS-CONCEPTO-FORMATO
               MOVE WKS-PT-IMPORTE(WKS-POS-PTU) TO WKS-BASE-FORMATO
               STRING " TOPE: "               DELIMITED BY SIZE
                      WKS-CONCEPTO-FORMATO    DELIMITED BY SIZE
                      " PTU: "                DELIMITED BY SIZE
                      WKS-BASE-FORMATO        DELIMITED BY SIZE
                   INTO REG-REPORTE-PTU
                   WITH POINTER WKS-PTR-NOMBRES-DEP
               WRITE REG-REPORTE-PTU
               PERFORM ESCRIBE-RECIBO-PTU
               PERFORM ACUMULA-DEPTOS-PTU
               IF NOT WKS-TRAB-RET-ENC
                   ADD 1 TO WKS-PTU-BAJAS
               ELSE
               IF WKS-INACTIVO(WKS-SUB-TRAB)
                   ADD 1 TO WKS-PTU-BAJAS
               END-IF
               END-IF.
           ADD 1 TO WKS-POS-PTU.

           ACUMULA-DEPTOS-PTU.
           MOVE ZERO TO WKS-NUM-DEPTOS-TRAB.
           IF WKS-TRAB-RET-ENC
               MOVE 1 TO WKS-COL
               PERFORM ACUMULA-DEPTOS-VALIDOS UNTIL WKS-COL > 3.
           IF WKS-NUM-DEPTOS-TRAB = ZERO
               ADD 1 TO WKS-PTU-SIN-DEPTO
           ELSE
               COMPUTE WKS-PTU-PARTE ROUNDED =
                       WKS-PT-IMPORTE(WKS-POS-PTU)
                       / WKS-NUM-DEPTOS-TRAB
               COMPUTE WKS-NUM-RESTANTES = WKS-NUM-DEPTOS-TRAB - 1
               COMPUTE WKS-PTU-RESTO = WKS-PT-IMPORTE(WKS-POS-PTU)
                       - WKS-PTU-PARTE * WKS-NUM-RESTANTES
               MOVE 1 TO WKS-COL
               PERFORM REPARTE-PTU-DEPTO
                   UNTIL WKS-COL > WKS-NUM-DEPTOS-TRAB.

           REPARTE-PTU-DEPTO.
           MOVE WKS-POS-VALIDA(WKS-COL) TO WKS-POS-RES.
           ADD 1 TO WKS-RES-PERSONAL(WKS-POS-RES).
           IF WKS-COL < WKS-NUM-DEPTOS-TRAB
               ADD WKS-PTU-PARTE TO WKS-RES-BRUTO(WKS-POS-RES)
           ELSE
               ADD WKS-PTU-RESTO TO WKS-RES-BRUTO(WKS-POS-RES).
           ADD 1 TO WKS-COL.

           ESCRIBE-DEPTOS-PTU.
           MOVE SPACES TO REG-REPORTE-PTU.
           WRITE REG-REPORTE-PTU.
           MOVE "RESUMEN POR DEPARTAMENTO" TO REG-REPORTE-PTU.
           WRITE REG-REPORTE-PTU.
           MOVE WKS-LINEA-GUION TO REG-REPORTE-PTU.
           WRITE REG-REPORTE-PTU.
           MOVE 1 TO WKS-POS-RES.
           PERFORM ESCRIBE-DEPTO-PTU
               UNTIL WKS-POS-RES > WKS-CANT-DEPTOS.
           IF WKS-PTU-SIN-DEPTO > ZERO
               MOVE WKS-PTU-SIN-DEPTO TO WKS-PERS-FORMATO
               MOVE SPACES TO REG-REPORTE-PTU
               STRING "TRABAJADORES SIN DEPARTAMENTO VALIDO: "
                                              DELIMITED BY SIZE
                      WKS-PERS-FORMATO        DELIMITED BY SIZE
                   INTO REG-REPORTE-PTU
               WRITE REG-REPORTE-PTU.

           ESCRIBE-DEPTO-PTU.
           MOVE WKS-RES-PERSONAL(WKS-POS-RES) TO WKS-PERS-FORMATO.
           MOVE WKS-RES-BRUTO(WKS-POS-RES) TO WKS-RES-FORMATO.
           MOVE SPACES TO REG-REPORTE-PTU.
           STRING WKS-TD-CODIGO(WKS-POS-RES)  DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-TD-NOMBRE(WKS-POS-RES)  DELIMITED BY SIZE
                  " PERSONAL: "               DELIMITED BY SIZE
                  WKS-PERS-FORMATO            DELIMITED BY SIZE
                  " PTU: "                    DELIMITED BY SIZE
                  WKS-RES-FORMATO             DELIMITED BY SIZE
               INTO REG-REPORTE-PTU.
           WRITE REG-REPORTE-PTU.
           ADD 1 TO WKS-POS-RES.

           ESCRIBE-BAJAS-PTU.
           MOVE SPACES TO REG-REPORTE-PTU.
           WRITE REG-REPORTE-PTU.
           MOVE "TRABAJADORES DADOS DE BAJA CON PTU PENDIENTE"
                                              TO REG-REPORTE-PTU.
           WRITE REG-REPORTE-PTU.
           MOVE WKS-LINEA-GUION TO REG-REPORTE-PTU.
           WRITE REG-REPORTE-PTU.
           IF WKS-PTU-BAJAS = ZERO
               MOVE "SIN TRABAJADORES DADOS DE BAJA CON PTU"
                                              TO REG-REPORTE-PTU
               WRITE REG-REPORTE-PTU
           ELSE
               MOVE 1 TO WKS-POS-PTU
               PERFORM ESCRIBE-BAJA-PTU
                   UNTIL WKS-POS-PTU > WKS-CANT-PTU.

           ESCRIBE-BAJA-PTU.
           IF WKS-PT-IMPORTE(WKS-POS-PTU) > ZERO
               PERFORM BUSCA-TRAB-PTU
               IF NOT WKS-TRAB-RET-ENC
                   PERFORM ESCRIBE-LINEA-BAJA-PTU
               ELSE
               IF WKS-INACTIVO(WKS-SUB-TRAB)
                   PERFORM ESCRIBE-LINEA-BAJA-PTU
               END-IF
               END-IF.
           ADD 1 TO WKS-POS-PTU.

           ESCRIBE-LINEA-BAJA-PTU.
           MOVE WKS-PT-IMPORTE(WKS-POS-PTU) TO WKS-CONCEPTO-FORMATO.
           MOVE SPACES TO REG-REPORTE-PTU.
           MOVE 1 TO WKS-PTR-NOMBRES-DEP.
           STRING WKS-PT-ID(WKS-POS-PTU)      DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-NOMBRE-COMPLETO         DELIMITED BY "  "
                  " PTU: "                    DELIMITED BY SIZE
                  WKS-CONCEPTO-FORMATO        DELIMITED BY SIZE
               INTO REG-REPORTE-PTU
               WITH POINTER WKS-PTR-NOMBRES-DEP.
           IF WKS-TRAB-RET-ENC
               STRING " BAJA: "               DELIMITED BY SIZE
                      WKS-FECHA-BAJA(WKS-SUB-TRAB) DELIMITED BY SIZE
                      " CLABE: "              DELIMITED BY SIZE
                      WKS-CLABE(WKS-SUB-TRAB) DELIMITED BY SIZE
                      " RFC: "                DELIMITED BY SIZE
                      WKS-RFC(WKS-SUB-TRAB)   DELIMITED BY SIZE
                   INTO REG-REPORTE-PTU
                   WITH POINTER WKS-PTR-NOMBRES-DEP.
           WRITE REG-REPORTE-PTU.

           ESCRIBE-TOTALES-PTU.
           MOVE SPACES TO REG-REPORTE-PTU.
           WRITE REG-REPORTE-PTU.
           MOVE WKS-PTU-REPARTIDO TO WKS-RES-FORMATO.
           MOVE SPACES TO REG-REPORTE-PTU.
           STRING "TOTAL REPARTIDO:                   "
                                              DELIMITED BY SIZE
                  WKS-RES-FORMATO             DELIMITED BY SIZE
               INTO REG-REPORTE-PTU.
           WRITE REG-REPORTE-PTU.
           MOVE WKS-PTU-REMANENTE TO WKS-RES-FORMATO.
           MOVE SPACES TO REG-REPORTE-PTU.
           STRING "REMANENTE NO REPARTIDO POR TOPE:   "
                                              DELIMITED BY SIZE
                  WKS-RES-FORMATO             DELIMITED BY SIZE
               INTO REG-REPORTE-PTU.
           WRITE REG-REPORTE-PTU.
           MOVE SPACES TO REG-REPORTE-PTU.
           STRING "TRABAJADORES CON PTU: "    DELIMITED BY SIZE
                  WKS-PTU-ELEGIBLES           DELIMITED BY SIZE
                  " SIN DERECHO: "            DELIMITED BY SIZE
                  WKS-PTU-SIN-DERECHO         DELIMITED BY SIZE
                  " DADOS DE BAJA: "          DELIMITED BY SIZE
                  WKS-PTU-BAJAS               DELIMITED BY SIZE
               INTO REG-REPORTE-PTU.
           WRITE REG-REPORTE-PTU.

           ESCRIBE-RECIBO-PTU.
           MOVE WKS-PT-IMPORTE(WKS-POS-PTU) TO WKS-IMPORTE-NUM.
           PERFORM CONVIERTE-IMPORTE-LETRAS.
           MOVE WKS-LINEA-SEP TO REG-RECIBO-PTU.
           WRITE REG-RECIBO-PTU.
           MOVE SPACES TO REG-RECIBO-PTU.
           STRING "          RECIBO DE PARTICIPACION DE UTILIDADES "
                                              DELIMITED BY SIZE
                  WKS-ANIO-PTU                DELIMITED BY SIZE
               INTO REG-RECIBO-PTU.
           WRITE REG-RECIBO-PTU.
           MOVE WKS-LINEA-SEP TO REG-RECIBO-PTU.
           WRITE REG-RECIBO-PTU.
           MOVE SPACES TO REG-RECIBO-PTU.
           STRING "TRABAJADOR: "              DELIMITED BY SIZE
                  WKS-PT-ID(WKS-POS-PTU)      DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  WKS-NOMBRE-COMPLETO         DELIMITED BY SIZE
               INTO REG-RECIBO-PTU.
           WRITE REG-RECIBO-PTU.
           IF WKS-TRAB-RET-ENC
               PERFORM FORMATEA-DEPTOS-RECIBO
               MOVE SPACES TO REG-RECIBO-PTU
               STRING "DEPARTAMENTOS: "       DELIMITED BY SIZE
                      WKS-DEPTOS-NOMBRES      DELIMITED BY SIZE
                   INTO REG-RECIBO-PTU
               WRITE REG-RECIBO-PTU
               MOVE SPACES TO REG-RECIBO-PTU
               STRING "RFC: "                 DELIMITED BY SIZE
                      WKS-RFC(WKS-SUB-TRAB)   DELIMITED BY SIZE
                      "  CURP: "              DELIMITED BY SIZE
                      WKS-CURP(WKS-SUB-TRAB)  DELIMITED BY SIZE
                   INTO REG-RECIBO-PTU
               WRITE REG-RECIBO-PTU.
           MOVE WKS-LINEA-GUION TO REG-RECIBO-PTU.
           WRITE REG-RECIBO-PTU.
           MOVE WKS-PT-DIAS(WKS-POS-PTU) TO WKS-DIAS-FORMATO.
           MOVE SPACES TO REG-RECIBO-PTU.
           STRING "DIAS TRABAJADOS EN EL EJERCICIO:  "
                                              DELIMITED BY SIZE
                  WKS-DIAS-FORMATO            DELIMITED BY SIZE
               INTO REG-RECIBO-PTU.
           WRITE REG-RECIBO-PTU.
           MOVE WKS-PT-SALARIO(WKS-POS-PTU) TO WKS-RES-FORMATO.
           MOVE SPACES TO REG-RECIBO-PTU.
           STRING "SALARIO DEVENGADO EN EL EJERCICIO: "
                                              DELIMITED BY SIZE
                  WKS-RES-FORMATO             DELIMITED BY SIZE
               INTO REG-RECIBO-PTU.
           WRITE REG-RECIBO-PTU.
           MOVE WKS-PT-PTU-DIAS(WKS-POS-PTU) TO WKS-CONCEPTO-FORMATO.
           MOVE SPACES TO REG-RECIBO-PTU.
           STRING "PTU POR DIAS TRABAJADOS:  +"  DELIMITED BY SIZE
                  WKS-CONCEPTO-FORMATO        DELIMITED BY SIZE
               INTO REG-RECIBO-PTU.
           WRITE REG-RECIBO-PTU.
           MOVE WKS-PT-PTU-SAL(WKS-POS-PTU) TO WKS-CONCEPTO-FORMATO.
           MOVE SPACES TO REG-RECIBO-PTU.
           STRING "PTU POR SALARIO:          +"  DELIMITED BY SIZE
                  WKS-CONCEPTO-FORMATO        DELIMITED BY SIZE
               INTO REG-RECIBO-PTU.
           WRITE REG-RECIBO-PTU.
           COMPUTE WKS-PTU-CALC = WKS-PT-PTU-DIAS(WKS-POS-PTU)
                   + WKS-PT-PTU-SAL(WKS-POS-PTU)
                   - WKS-PT-IMPORTE(WKS-POS-PTU).
           IF WKS-PTU-CALC > ZERO
               MOVE WKS-PTU-CALC TO WKS-CONCEPTO-FORMATO
               MOVE SPACES TO REG-RECIBO-PTU
               STRING "AJUSTE POR TOPE LEGAL:    -"
                                              DELIMITED BY SIZE
                      WKS-CONCEPTO-FORMATO    DELIMITED BY SIZE
                   INTO REG-RECIBO-PTU
               WRITE REG-RECIBO-PTU.
           MOVE WKS-LINEA-GUION TO REG-RECIBO-PTU.
           WRITE REG-RECIBO-PTU.
           MOVE WKS-PT-IMPORTE(WKS-POS-PTU) TO WKS-SAL-NETO-FORMATO.
           MOVE SPACES TO REG-RECIBO-PTU.
           STRING "PTU A PAGAR:              "  DELIMITED BY SIZE
                  WKS-SAL-NETO-FORMATO        DELIMITED BY SIZE
               INTO REG-RECIBO-PTU.
           WRITE REG-RECIBO-PTU.
           MOVE SPACES TO REG-RECIBO-PTU.
           STRING "("                         DELIMITED BY SIZE
                  WKS-IMPORTE-LETRAS          DELIMITED BY "  "
                  ")"                         DELIMITED BY SIZE
               INTO REG-RECIBO-PTU.
           WRITE REG-RECIBO-PTU.
           MOVE SPACES TO REG-RECIBO-PTU.
           WRITE REG-RECIBO-PTU.
           WRITE REG-RECIBO-PTU.
           MOVE "   _____________________      _____________________"
                                              TO REG-RECIBO-PTU.
           WRITE REG-RECIBO-PTU.
           MOVE "   FIRMA DEL TRABAJADOR        RECURSOS HUMANOS"
                                              TO REG-RECIBO-PTU.
           WRITE REG-RECIBO-PTU.
           MOVE WKS-LINEA-SEP TO REG-RECIBO-PTU.
           WRITE REG-RECIBO-PTU.
           MOVE SPACES TO REG-RECIBO-PTU.
           WRITE REG-RECIBO-PTU.

           REGISTRA-PTU-HIST.
           IF WKS-PTU-REGISTRADO
               DISPLAY "EL REPARTO DE ", WKS-ANIO-PTU, " YA ESTA ",
                       "REGISTRADO EN PTUHIST, NO SE REGISTRA DE NUEVO"
           ELSE
               DISPLAY "REGISTRAR EL REPARTO EN PTUHIST COMO ",
                       "DEFINITIVO? S-SI N-NO"
               ACCEPT WKS-OPCION
               IF WKS-OPC-S
                   PERFORM GRABA-PTU-HIST
               ELSE
               IF WKS-OPC-N
                   DISPLAY "REPARTO NO REGISTRADO, SOLO SE EMITIERON ",
                           "LOS REPORTES"
               ELSE
                   DISPLAY "OPCION INVALIDA VERIFIQUE"
                   PERFORM REGISTRA-PTU-HIST.

           GRABA-PTU-HIST.
           OPEN EXTEND ARCHIVO-PTU-HIST.
           IF WKS-FS-PTUH NOT = "00"
               OPEN OUTPUT ARCHIVO-PTU-HIST.
           IF WKS-FS-PTUH = "00"
               MOVE 1 TO WKS-POS-PTU
               PERFORM ESCRIBE-PTU-HIST
                   UNTIL WKS-POS-PTU > WKS-CANT-PTU
               CLOSE ARCHIVO-PTU-HIST
               MOVE 'S' TO WKS-SW-PTU-REGISTRADO
               DISPLAY "REPARTO ", WKS-ANIO-PTU,
                       " REGISTRADO EN PTUHIST"
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO PTUHIST".

           ESCRIBE-PTU-HIST.
           IF WKS-PT-IMPORTE(WKS-POS-PTU) > ZERO
               MOVE WKS-ANIO-PTU TO REG-PTUH-ANIO
               MOVE WKS-PT-ID(WKS-POS-PTU) TO REG-PTUH-ID
               MOVE WKS-PT-IMPORTE(WKS-POS-PTU) TO REG-PTUH-IMPORTE
               WRITE REG-PTU-HIST.
           ADD 1 TO WKS-POS-PTU.

           GENERA-AGUINALDO.
           DISPLAY "ANIO DEL CALCULO DE AGUINALDO (AAAA):".
           ACCEPT WKS-ANIO-AGUI.
           IF WKS-ANIO-AGUI < 2000 OR WKS-ANIO-AGUI > 2099
               DISPLAY "ANIO INVALIDO VERIFIQUE"
               PERFORM GENERA-AGUINALDO
           ELSE
               OPEN OUTPUT ARCHIVO-REPORTE-AGUI
               IF WKS-FS-AGUI = "00"
                   MOVE ZERO TO WKS-TOT-AGUI WKS-TOT-PRIMA
                                WKS-PAGADOS-AGUI
                   PERFORM ESCRIBE-ENCABEZADO-AGUI
                   MOVE 1 TO WKS-RECORRE
                   PERFORM CALCULA-AGUINALDO-TRAB
                       UNTIL WKS-RECORRE > WKS-FIN
                   PERFORM ESCRIBE-TOTALES-AGUI
                   CLOSE ARCHIVO-REPORTE-AGUI
                   DISPLAY "REPORTE DE AGUINALDO GUARDADO EN REPAGUI",
                           ", TRABAJADORES PAGADOS: ", WKS-PAGADOS-AGUI
               ELSE
                   DISPLAY "NO SE PUDO CREAR EL ARCHIVO DE REPORTE ",
                           "DE AGUINALDO".

           CALCULA-AGUINALDO-TRAB.
           MOVE WKS-RECORRE TO WKS-SUB-TRAB.
           IF WKS-ID-TRAB(WKS-RECORRE) > 0
               MOVE 'S' TO WKS-SW-PAGA-AGUI
               PERFORM CALCULA-DIAS-ANIO
               IF WKS-PAGA-AGUI
                   PERFORM CALCULA-IMPORTES-AGUI
                   PERFORM ESCRIBE-LINEA-AGUI
                   ADD WKS-AGUINALDO TO WKS-TOT-AGUI
                   ADD WKS-PRIMA-VAC TO WKS-TOT-PRIMA
                   ADD 1 TO WKS-PAGADOS-AGUI
               END-IF
           END-IF.
           ADD 1 TO WKS-RECORRE.

           CALCULA-DIAS-ANIO.
           IF WKS-FECHA-ALTA(WKS-SUB-TRAB) = ZERO
               MOVE WKS-ANIO-AGUI TO WKS-FI-ANIO
               MOVE 1 TO WKS-FI-MES WKS-FI-DIA
               MOVE 1 TO WKS-ANIOS-SERV
           ELSE
               MOVE WKS-FECHA-ALTA(WKS-SUB-TRAB) TO WKS-FECHA-INI
               IF WKS-FI-ANIO > WKS-ANIO-AGUI
                   MOVE 'N' TO WKS-SW-PAGA-AGUI
               ELSE
                   COMPUTE WKS-ANIOS-SERV =
                           WKS-ANIO-AGUI - WKS-FI-ANIO
                   IF WKS-FI-ANIO < WKS-ANIO-AGUI
                       MOVE 1 TO WKS-FI-MES WKS-FI-DIA
                   END-IF
               END-IF
           END-IF.
           IF WKS-PAGA-AGUI
               IF WKS-INACTIVO(WKS-SUB-TRAB)
                   AND WKS-FECHA-BAJA(WKS-SUB-TRAB) > ZERO
                   MOVE WKS-FECHA-BAJA(WKS-SUB-TRAB) TO WKS-FECHA-FIN
                   IF WKS-FF-ANIO < WKS-ANIO-AGUI
                       MOVE 'N' TO WKS-SW-PAGA-AGUI
                   ELSE
                   IF WKS-FF-ANIO > WKS-ANIO-AGUI
                       MOVE WKS-ANIO-AGUI TO WKS-FF-ANIO
                       MOVE 12 TO WKS-FF-MES
                       MOVE 31 TO WKS-FF-DIA
                   END-IF
                   END-IF
               ELSE
                   MOVE WKS-ANIO-AGUI TO WKS-FF-ANIO
                   MOVE 12 TO WKS-FF-MES
                   MOVE 31 TO WKS-FF-DIA
               END-IF
           END-IF.
           IF WKS-PAGA-AGUI
               IF WKS-FI-DIA > 30
                   MOVE 30 TO WKS-FI-DIA
               END-IF
               IF WKS-FF-DIA > 30
                   MOVE 30 TO WKS-FF-DIA
               END-IF
               COMPUTE WKS-MESES-TRAB = WKS-FF-MES - WKS-FI-MES
               COMPUTE WKS-DIAS-TRAB-ANIO = WKS-MESES-TRAB * 30
                       + WKS-FF-DIA - WKS-FI-DIA + 1
               IF WKS-DIAS-TRAB-ANIO > 360
                   MOVE 360 TO WKS-DIAS-TRAB-ANIO
               END-IF
               IF WKS-DIAS-TRAB-ANIO <= ZERO
                   MOVE 'N' TO WKS-SW-PAGA-AGUI
               END-IF
           END-IF.

           CALCULA-IMPORTES-AGUI.
           COMPUTE WKS-SALARIO-DIARIO ROUNDED =
                   WKS-SALARIO(WKS-SUB-TRAB) / 30.
           COMPUTE WKS-AGUINALDO ROUNDED =
                   WKS-SALARIO-DIARIO * 15
                   * WKS-DIAS-TRAB-ANIO / 360.
           PERFORM CALCULA-DIAS-VAC.
           COMPUTE WKS-PRIMA-VAC ROUNDED =
                   WKS-SALARIO-DIARIO * WKS-DIAS-VAC * 0.25
                   * WKS-DIAS-TRAB-ANIO / 360.

           CALCULA-DIAS-VAC.
           IF WKS-ANIOS-SERV = ZERO
               MOVE 12 TO WKS-DIAS-VAC
           ELSE
           IF WKS-ANIOS-SERV <= 5
               COMPUTE WKS-DIAS-VAC = 10 + 2 * WKS-ANIOS-SERV
           ELSE
           IF WKS-ANIOS-SERV <= 10
               MOVE 22 TO WKS-DIAS-VAC
           ELSE
           IF WKS-ANIOS-SERV <= 15
               MOVE 24 TO WKS-DIAS-VAC
           ELSE
           IF WKS-ANIOS-SERV <= 20
               MOVE 26 TO WKS-DIAS-VAC
           ELSE
               MOVE 28 TO WKS-DIAS-VAC.

           ESCRIBE-ENCABEZADO-AGUI.
           MOVE SPACES TO REG-REPORTE-AGUI.
           STRING "AGUINALDO Y PRIMA VACACIONAL DEL ANIO "
                                              DELIMITED BY SIZE
                  WKS-ANIO-AGUI               DELIMITED BY SIZE
               INTO REG-REPORTE-AGUI.
           WRITE REG-REPORTE-AGUI.
           MOVE SPACES TO REG-REPORTE-AGUI.
           WRITE REG-REPORTE-AGUI.

           ESCRIBE-LINEA-AGUI.
           PERFORM ARMA-NOMBRE-COMPLETO.
           MOVE WKS-DIAS-TRAB-ANIO TO WKS-DIAS-FORMATO.
           MOVE WKS-AGUINALDO TO WKS-CONCEPTO-FORMATO.
           MOVE WKS-PRIMA-VAC TO WKS-BASE-FORMATO.
           MOVE SPACES TO REG-REPORTE-AGUI.
           STRING WKS-ID-TRAB(WKS-SUB-TRAB)    DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-NOMBRE-COMPLETO         DELIMITED BY "  "
                  " ALTA: "                   DELIMITED BY SIZE
                  WKS-FECHA-ALTA(WKS-SUB-TRAB) DELIMITED BY SIZE
                  " DIAS: "                   DELIMITED BY SIZE
                  WKS-DIAS-FORMATO            DELIMITED BY SIZE
                  " AGUINALDO: "              DELIMITED BY SIZE
                  WKS-CONCEPTO-FORMATO        DELIMITED BY SIZE
                  " PRIMA VAC: "              DELIMITED BY SIZE
                  WKS-BASE-FORMATO            DELIMITED BY SIZE
               INTO REG-REPORTE-AGUI.
           WRITE REG-REPORTE-AGUI.

           ESCRIBE-TOTALES-AGUI.
           MOVE SPACES TO REG-REPORTE-AGUI.
           WRITE REG-REPORTE-AGUI.
           MOVE WKS-TOT-AGUI TO WKS-RES-FORMATO.
           MOVE SPACES TO REG-REPORTE-AGUI.
           MOVE 1 TO WKS-PTR-NOMBRES-DEP.
           STRING "TOTAL AGUINALDO: "         DELIMITED BY SIZE
                  WKS-RES-FORMATO             DELIMITED BY SIZE
               INTO REG-REPORTE-AGUI
               WITH POINTER WKS-PTR-NOMBRES-DEP.
           MOVE WKS-TOT-PRIMA TO WKS-RES-FORMATO.
           STRING " TOTAL PRIMA VACACIONAL: " DELIMITED BY SIZE
                  WKS-RES-FORMATO             DELIMITED BY SIZE
               INTO REG-REPORTE-AGUI
               WITH POINTER WKS-PTR-NOMBRES-DEP.
           WRITE REG-REPORTE-AGUI.

           GENERA-FINIQUITO.
           SET WKS-SUB-TRAB TO WKS-INDICE.
           PERFORM CALCULA-FINIQUITO.
           PERFORM ESCRIBE-FINIQUITO.

           CALCULA-FINIQUITO.
           MOVE 1.00000 TO WKS-FACTOR-PERIODO.
           MOVE WKS-FECHA-BAJA(WKS-SUB-TRAB) TO WKS-FECHA-FIN.
           MOVE WKS-FF-ANIO TO WKS-ANIO-AGUI.
           MOVE 'S' TO WKS-SW-PAGA-AGUI.
           PERFORM CALCULA-DIAS-ANIO.
           IF WKS-PAGA-AGUI
               PERFORM CALCULA-IMPORTES-AGUI
           ELSE
               MOVE ZERO TO WKS-AGUINALDO WKS-PRIMA-VAC
                            WKS-DIAS-TRAB-ANIO WKS-DIAS-VAC
               COMPUTE WKS-SALARIO-DIARIO ROUNDED =
                       WKS-SALARIO(WKS-SUB-TRAB) / 30
           END-IF.
           MOVE WKS-FECHA-BAJA(WKS-SUB-TRAB) TO WKS-FECHA-FIN.
           MOVE WKS-FF-DIA TO WKS-DIAS-ULT-PER.
           IF WKS-DIAS-ULT-PER > 30
               MOVE 30 TO WKS-DIAS-ULT-PER.
           COMPUTE WKS-SUELDO-PEND ROUNDED =
                   WKS-SALARIO-DIARIO * WKS-DIAS-ULT-PER.
           PERFORM CALCULA-VAC-PENDIENTES.
           COMPUTE WKS-PAGO-VAC-PEND ROUNDED =
                   WKS-SALARIO-DIARIO * WKS-VAC-PENDIENTES.
           COMPUTE WKS-TOT-FINIQUITO =
                   WKS-SUELDO-PEND + WKS-AGUINALDO
                   + WKS-PRIMA-VAC + WKS-PAGO-VAC-PEND.
           MOVE WKS-TOT-FINIQUITO TO WKS-BASE-GRAVABLE.
           PERFORM CALCULA-EXENTO-AGUI.
           PERFORM CALCULA-DEDUCCIONES.
           MOVE WKS-DEDUCCION-ISR TO WKS-ISR-FINIQUITO.
           COMPUTE WKS-NETO-FINIQUITO =
                   WKS-TOT-FINIQUITO - WKS-ISR-FINIQUITO.

           GENERA-EXTRAORDINARIA.
           PERFORM PIDE-CONCEPTO-EXT.
           PERFORM PIDE-PERIODO-EXT.
           PERFORM PIDE-GRUPO-EXT.
           MOVE 'E' TO WKS-FRECUENCIA.
           MOVE WKS-CONCEPTO-EXT TO WKS-SUBPERIODO.
           MOVE 1.00000 TO WKS-FACTOR-PERIODO.
           MOVE WKS-PER-ANIO TO WKS-ANIO-AGUI.
           PERFORM CARGA-EXT-PAGADOS.
           MOVE ZERO TO WKS-EXT-ELEGIBLES WKS-EXT-OMITIDOS.
           MOVE 1 TO WKS-RECORRE.
           PERFORM CUENTA-ELEGIBLE-EXT UNTIL WKS-RECORRE > WKS-FIN.
           IF WKS-EXT-ELEGIBLES = ZERO
               DISPLAY "NO HAY TRABAJADORES POR PAGAR EN EL GRUPO ",
                       "ELEGIDO"
               IF WKS-EXT-OMITIDOS > ZERO
                   DISPLAY "YA PAGADOS EN NOMHIST: ", WKS-EXT-OMITIDOS,
                           ", NO SE PUEDE PAGAR DOS VECES"
               END-IF
           ELSE
               DISPLAY "TRABAJADORES POR PAGAR: ", WKS-EXT-ELEGIBLES,
                       " YA PAGADOS (SE OMITEN): ", WKS-EXT-OMITIDOS
               PERFORM EJECUTA-EXTRAORDINARIA.
           MOVE 'M' TO WKS-FRECUENCIA.
           MOVE ZERO TO WKS-SUBPERIODO.

           PIDE-CONCEPTO-EXT.
           DISPLAY "CONCEPTO A PAGAR: 1-AGUINALDO Y PRIMA VACACIONAL ",
                   "2-FINIQUITOS PENDIENTES".
           ACCEPT WKS-CONCEPTO-EXT.
           IF WKS-EXT-AGUINALDO
               MOVE "AGUINALDO" TO WKS-DESC-EXT
           ELSE
           IF WKS-EXT-FINIQUITO
               MOVE "FINIQUITOS" TO WKS-DESC-EXT
           ELSE
               DISPLAY "CONCEPTO INVALIDO VERIFIQUE"
               PERFORM PIDE-CONCEPTO-EXT.

           PIDE-PERIODO-EXT.
           DISPLAY "PERIODO DE PAGO (AAAAMM):".
           ACCEPT WKS-PERIODO.
           DIVIDE WKS-PERIODO BY 100 GIVING WKS-PER-ANIO
               REMAINDER WKS-PER-MES.
           IF WKS-PER-ANIO < 2000 OR WKS-PER-MES < 1
               OR WKS-PER-MES > 12
               DISPLAY "PERIODO INVALIDO, USE AAAAMM"
               PERFORM PIDE-PERIODO-EXT.

           PIDE-GRUPO-EXT.
           DISPLAY "GRUPO A PAGAR: 1-TODOS 2-UN DEPARTAMENTO ",
                   "3-UNA FRECUENCIA DE PAGO 4-UN TRABAJADOR".
           ACCEPT WKS-GRUPO-EXT.
           IF WKS-GRUPO-EXT = 1
               NEXT SENTENCE
           ELSE
           IF WKS-GRUPO-EXT = 2
               DISPLAY "CLAVE DEL DEPARTAMENTO:"
               ACCEPT WKS-DEPTO-EXT
               MOVE WKS-DEPTO-EXT TO WKS-DEPTO-CANDIDATO
               PERFORM VALIDA-DEPTO
               IF NOT WKS-DEPTO-VALIDO
                   DISPLAY "DEPARTAMENTO NO EXISTE VERIFIQUE"
                   PERFORM PIDE-GRUPO-EXT
               END-IF
           ELSE
           IF WKS-GRUPO-EXT = 3
               DISPLAY "FRECUENCIA M-MENSUAL Q-QUINCENAL S-SEMANAL:"
               ACCEPT WKS-FREC-EXT
               IF WKS-FREC-EXT NOT = 'M' AND WKS-FREC-EXT NOT = 'Q'
                   AND WKS-FREC-EXT NOT = 'S'
                   DISPLAY "FRECUENCIA INVALIDA VERIFIQUE"
                   PERFORM PIDE-GRUPO-EXT
               END-IF
           ELSE
           IF WKS-GRUPO-EXT = 4
               DISPLAY "ID DEL TRABAJADOR:"
               ACCEPT WKS-ID-EXT
           ELSE
               DISPLAY "GRUPO INVALIDO VERIFIQUE"
               PERFORM PIDE-GRUPO-EXT.

           CARGA-EXT-PAGADOS.
           MOVE SPACES TO WKS-TABLA-EXT-PAGADO.
           MOVE ZERO TO WKS-CORRIDA-EXT.
           OPEN INPUT ARCHIVO-HISTORIAL.
           IF WKS-FS-HIST = "00"
               MOVE 'N' TO WKS-SW-EOF-HIST
               READ ARCHIVO-HISTORIAL
                   AT END MOVE 'S' TO WKS-SW-EOF-HIST
               END-READ
               PERFORM MARCA-EXT-PAGADO UNTIL WKS-EOF-HIST
               CLOSE ARCHIVO-HISTORIAL.
           ADD 1 TO WKS-CORRIDA-EXT.

           MARCA-EXT-PAGADO.
           PERFORM NORMALIZA-FREC-HIST.
           IF WKS-FREC-HIST = 'E'
               AND WKS-CORRIDA-HIST > WKS-CORRIDA-EXT
               MOVE WKS-CORRIDA-HIST TO WKS-CORRIDA-EXT.
           DIVIDE REG-HIST-PERIODO BY 100 GIVING WKS-ANIO-HIST
               REMAINDER WKS-MES-HIST.
           IF WKS-FREC-HIST = 'E'
               AND WKS-SUBPER-HIST = WKS-CONCEPTO-EXT
               AND (WKS-EXT-FINIQUITO
                    OR WKS-ANIO-HIST = WKS-ANIO-AGUI)
               MOVE REG-HIST-ID TO WKS-ID-AUX
               PERFORM BUSCA-TRAB-EXT.
           READ ARCHIVO-HISTORIAL
               AT END MOVE 'S' TO WKS-SW-EOF-HIST
           END-READ.

           BUSCA-TRAB-EXT.
           SET WKS-INDICE TO 1.
           SEARCH WKS-DATOS-TRAB
               AT END CONTINUE
               WHEN WKS-ID-TRAB(WKS-INDICE) = WKS-ID-AUX
                   SET WKS-SUB-TRAB TO WKS-INDICE
                   MOVE 'S' TO WKS-EXT-PAGADO(WKS-SUB-TRAB).

           CUENTA-ELEGIBLE-EXT.
           MOVE WKS-RECORRE TO WKS-SUB-TRAB.
           PERFORM EVALUA-ELEGIBLE-EXT.
           IF WKS-EXT-ELEGIBLE
               ADD 1 TO WKS-EXT-ELEGIBLES
           ELSE
           IF WKS-EXT-YA-PAGADO
               ADD 1 TO WKS-EXT-OMITIDOS.
           ADD 1 TO WKS-RECORRE.

           EVALUA-ELEGIBLE-EXT.
           MOVE 'N' TO WKS-SW-EXT-ELEGIBLE.
           IF WKS-ID-TRAB(WKS-SUB-TRAB) > 0
               PERFORM FILTRA-GRUPO-EXT
               IF WKS-EXT-EN-GRUPO
                   IF WKS-EXT-AGUINALDO
                       PERFORM EVALUA-AGUINALDO-EXT
                   ELSE
                       PERFORM EVALUA-FINIQUITO-EXT
                   END-IF
               END-IF
           END-IF.

           FILTRA-GRUPO-EXT.
           MOVE 'N' TO WKS-SW-EXT-GRUPO.
           IF WKS-GRUPO-EXT = 1
               MOVE 'S' TO WKS-SW-EXT-GRUPO
           ELSE
           IF WKS-GRUPO-EXT = 2
               IF WKS-DEPARTAMENTO(WKS-SUB-TRAB, 1) = WKS-DEPTO-EXT
                   OR WKS-DEPARTAMENTO(WKS-SUB-TRAB, 2) = WKS-DEPTO-EXT
                   OR WKS-DEPARTAMENTO(WKS-SUB-TRAB, 3) = WKS-DEPTO-EXT
                   MOVE 'S' TO WKS-SW-EXT-GRUPO
               END-IF
           ELSE
           IF WKS-GRUPO-EXT = 3
               IF WKS-FREC-TRAB(WKS-SUB-TRAB) = WKS-FREC-EXT
                   MOVE 'S' TO WKS-SW-EXT-GRUPO
               END-IF
           ELSE
               IF WKS-ID-TRAB(WKS-SUB-TRAB) = WKS-ID-EXT
                   MOVE 'S' TO WKS-SW-EXT-GRUPO.

           EVALUA-AGUINALDO-EXT.
           IF WKS-ACTIVO(WKS-SUB-TRAB)
               MOVE 'S' TO WKS-SW-PAGA-AGUI
               PERFORM CALCULA-DIAS-ANIO
               IF WKS-PAGA-AGUI
                   PERFORM CHECA-PAGO-PREVIO-EXT.

           EVALUA-FINIQUITO-EXT.
           IF WKS-INACTIVO(WKS-SUB-TRAB)
               AND WKS-FECHA-BAJA(WKS-SUB-TRAB) > ZERO
               DIVIDE WKS-FECHA-BAJA(WKS-SUB-TRAB) BY 100
                   GIVING WKS-PERIODO-BAJA
               IF WKS-PERIODO-BAJA = WKS-PERIODO
                   PERFORM CHECA-PAGO-PREVIO-EXT.

           CHECA-PAGO-PREVIO-EXT.
           IF WKS-EXT-PAGADO(WKS-SUB-TRAB) = 'S'
               MOVE 'P' TO WKS-SW-EXT-ELEGIBLE
           ELSE
               MOVE 'S' TO WKS-SW-EXT-ELEGIBLE.

           EJECUTA-EXTRAORDINARIA.
           OPEN OUTPUT ARCHIVO-REPORTE-EXT.
           IF WKS-FS-REPEXT NOT = "00"
               DISPLAY "NO SE PUDO CREAR EL ARCHIVO REPEXTRA"
           ELSE
               OPEN OUTPUT ARCHIVO-RECIBOS-EXT
               IF WKS-FS-RECEXT NOT = "00"
                   CLOSE ARCHIVO-REPORTE-EXT
                   DISPLAY "NO SE PUDO CREAR EL ARCHIVO RECIBEXT"
               ELSE
                   OPEN OUTPUT ARCHIVO-DISPERSION
                   IF WKS-FS-DIS NOT = "00"
                       CLOSE ARCHIVO-REPORTE-EXT
                       CLOSE ARCHIVO-RECIBOS-EXT
                       DISPLAY "NO SE PUDO CREAR EL ARCHIVO DE ",
                               "DISPERSION BANCARIA"
                   ELSE
                       PERFORM ABRE-CFDI-EXT
                       PERFORM PAGA-EXTRAORDINARIA
                       PERFORM CIERRA-CFDI-EXT
                       CLOSE ARCHIVO-REPORTE-EXT
                       CLOSE ARCHIVO-RECIBOS-EXT
                       CLOSE ARCHIVO-DISPERSION.

           PAGA-EXTRAORDINARIA.
           MOVE WKS-PERIODO TO WKS-CC-PERIODO.
           MOVE WKS-FRECUENCIA TO WKS-CC-FRECUENCIA.
           MOVE WKS-SUBPERIODO TO WKS-CC-SUBPER.
           MOVE WKS-CORRIDA-EXT TO WKS-CC-CORRIDA.
           MOVE 'P' TO WKS-CC-ESTADO.
           PERFORM GUARDA-CIERRE-CTL.
           OPEN EXTEND ARCHIVO-HISTORIAL.
           IF WKS-FS-HIST NOT = "00"
               OPEN OUTPUT ARCHIVO-HISTORIAL.
           IF WKS-FS-HIST = "00"
               MOVE ZERO TO WKS-DISP-CUENTA WKS-DISP-TOTAL
                            WKS-SIN-CLABE WKS-EXT-PAGADOS
               PERFORM LIMPIA-RESUMEN-TODO
               PERFORM ESCRIBE-ENCABEZADO-EXT
               MOVE 1 TO WKS-RECORRE
               PERFORM PAGA-EXTRA-TRAB UNTIL WKS-RECORRE > WKS-FIN
               PERFORM ESCRIBE-TOTAL-DISPERSION
               PERFORM ESCRIBE-TOTALES-EXT
               CLOSE ARCHIVO-HISTORIAL
               MOVE 'C' TO WKS-CC-ESTADO
               PERFORM GUARDA-CIERRE-CTL
               PERFORM GENERA-POLIZA
               DISPLAY "NOMINA EXTRAORDINARIA DE ", WKS-DESC-EXT,
                       " REGISTRADA EN NOMHIST, PAGADOS: ",
                       WKS-EXT-PAGADOS
               DISPLAY "REPORTE EN REPEXTRA, RECIBOS EN RECIBEXT, ",
                       "DISPERSION EN DISPBANC, ABONOS: ",
                       WKS-DISP-CUENTA
               IF WKS-SIN-CLABE > ZERO
                   DISPLAY "AVISO: ", WKS-SIN-CLABE,
                           " TRABAJADORES SIN CLABE FUERA ",
                           "DE LA DISPERSION"
               END-IF
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO NOMHIST".

           PAGA-EXTRA-TRAB.
           MOVE WKS-RECORRE TO WKS-SUB-TRAB.
           PERFORM EVALUA-ELEGIBLE-EXT.
           IF WKS-EXT-ELEGIBLE
               PERFORM CALCULA-PAGO-EXT
               PERFORM ESCRIBE-LINEA-EXT
               PERFORM ESCRIBE-RECIBO-EXT
               PERFORM ESCRIBE-DISPERSION
               PERFORM ESCRIBE-CFDI-EXT
               PERFORM ESCRIBE-HISTORIAL
               PERFORM ACUMULA-RESUMEN-TRAB
               ADD 1 TO WKS-EXT-PAGADOS
           ELSE
           IF WKS-EXT-YA-PAGADO
               PERFORM ESCRIBE-OMITIDO-EXT.
           ADD 1 TO WKS-RECORRE.

           CALCULA-PAGO-EXT.
           MOVE ZERO TO WKS-AGUINALDO WKS-PRIMA-VAC WKS-SUELDO-PEND
                        WKS-PAGO-VAC-PEND WKS-INC-FALTAS
                        WKS-SUBSIDIO-EMPLEO.
           IF WKS-EXT-AGUINALDO
               PERFORM CALCULA-IMPORTES-AGUI
               COMPUTE WKS-BASE-GRAVABLE =
                       WKS-AGUINALDO + WKS-PRIMA-VAC
               PERFORM CALCULA-EXENTO-AGUI
           ELSE
               PERFORM CALCULA-FINIQUITO
               MOVE WKS-TOT-FINIQUITO TO WKS-BASE-GRAVABLE.
           MOVE 1.00000 TO WKS-FACTOR-PERIODO.
           PERFORM CALCULA-DEDUCCIONES.
           MOVE ZERO TO WKS-DEDUCCION-IMSS.
           COMPUTE WKS-SALARIO-NETO =
                   WKS-BASE-GRAVABLE - WKS-DEDUCCION-ISR.
           IF WKS-SALARIO-NETO < ZERO
               MOVE ZERO TO WKS-SALARIO-NETO.

           ESCRIBE-ENCABEZADO-EXT.
           MOVE SPACES TO REG-REPORTE-EXT.
           STRING "NOMINA EXTRAORDINARIA DE "  DELIMITED BY SIZE
                  WKS-DESC-EXT                DELIMITED BY "  "
                  " PERIODO "                 DELIMITED BY SIZE
                  WKS-PERIODO                 DELIMITED BY SIZE
               INTO REG-REPORTE-EXT.
           WRITE REG-REPORTE-EXT.
           MOVE SPACES TO REG-REPORTE-EXT.
           WRITE REG-REPORTE-EXT.

           ESCRIBE-LINEA-EXT.
           PERFORM ARMA-NOMBRE-COMPLETO.
           MOVE WKS-BASE-GRAVABLE TO WKS-CONCEPTO-FORMATO.
           MOVE WKS-BASE-EXENTA TO WKS-ISR-FORMATO.
           MOVE WKS-DEDUCCION-ISR TO WKS-BASE-FORMATO.
           MOVE WKS-SALARIO-NETO TO WKS-SAL-NETO-FORMATO.
           MOVE SPACES TO REG-REPORTE-EXT.
           STRING WKS-ID-TRAB(WKS-SUB-TRAB)    DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-NOMBRE-COMPLETO         DELIMITED BY "  "
                  " BRUTO: "                  DELIMITED BY SIZE
                  WKS-CONCEPTO-FORMATO        DELIMITED BY SIZE
                  " EXENTO: "                 DELIMITED BY SIZE
                  WKS-ISR-FORMATO             DELIMITED BY SIZE
                  " ISR: "                    DELIMITED BY SIZE
                  WKS-BASE-FORMATO            DELIMITED BY SIZE
                  " NETO: "                   DELIMITED BY SIZE
                  WKS-SAL-NETO-FORMATO        DELIMITED BY SIZE
               INTO REG-REPORTE-EXT.
           WRITE REG-REPORTE-EXT.

           ESCRIBE-OMITIDO-EXT.
           PERFORM ARMA-NOMBRE-COMPLETO.
           MOVE SPACES TO REG-REPORTE-EXT.
           STRING WKS-ID-TRAB(WKS-SUB-TRAB)    DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-NOMBRE-COMPLETO         DELIMITED BY "  "
                  " OMITIDO, YA PAGADO EN NOMHIST"
                                              DELIMITED BY SIZE
               INTO REG-REPORTE-EXT.
           WRITE REG-REPORTE-EXT.

           ESCRIBE-TOTALES-EXT.
           MOVE WKS-LINEA-GUION TO REG-REPORTE-EXT.
           WRITE REG-REPORTE-EXT.
           MOVE SPACES TO REG-REPORTE-EXT.
           MOVE 1 TO WKS-PTR-NOMBRES-DEP.
           MOVE WKS-TOT-BRUTO TO WKS-RES-FORMATO.
           STRING "PAGADOS: "                 DELIMITED BY SIZE
                  WKS-EXT-PAGADOS             DELIMITED BY SIZE
                  " BRUTO: "                  DELIMITED BY SIZE
                  WKS-RES-FORMATO             DELIMITED BY SIZE
               INTO REG-REPORTE-EXT
               WITH POINTER WKS-PTR-NOMBRES-DEP.
           MOVE WKS-TOT-ISR TO WKS-RES-FORMATO.
           STRING " ISR: "                    DELIMITED BY SIZE
                  WKS-RES-FORMATO             DELIMITED BY SIZE
               INTO REG-REPORTE-EXT
               WITH POINTER WKS-PTR-NOMBRES-DEP.
           MOVE WKS-TOT-NETO TO WKS-RES-FORMATO.
           STRING " NETO: "                   DELIMITED BY SIZE
                  WKS-RES-FORMATO             DELIMITED BY SIZE
               INTO REG-REPORTE-EXT
               WITH POINTER WKS-PTR-NOMBRES-DEP.
           WRITE REG-REPORTE-EXT.
           IF WKS-EXT-OMITIDOS > ZERO
               MOVE SPACES TO REG-REPORTE-EXT
               STRING "OMITIDOS POR PAGO PREVIO: " DELIMITED BY SIZE
                      WKS-EXT-OMITIDOS        DELIMITED BY SIZE
                   INTO REG-REPORTE-EXT
               WRITE REG-REPORTE-EXT.

           ESCRIBE-RECIBO-EXT.
           PERFORM FORMATEA-DEPTOS-RECIBO.
           MOVE WKS-SALARIO-NETO TO WKS-IMPORTE-NUM.
           PERFORM CONVIERTE-IMPORTE-LETRAS.
           MOVE WKS-LINEA-SEP TO REG-RECIBO-EXT.
           WRITE REG-RECIBO-EXT.
           MOVE SPACES TO REG-RECIBO-EXT.
           STRING "          RECIBO DE NOMINA EXTRAORDINARIA "
                                              DELIMITED BY SIZE
                  WKS-PERIODO                 DELIMITED BY SIZE
               INTO REG-RECIBO-EXT.
           WRITE REG-RECIBO-EXT.
           MOVE WKS-LINEA-SEP TO REG-RECIBO-EXT.
           WRITE REG-RECIBO-EXT.
           MOVE SPACES TO REG-RECIBO-EXT.
           STRING "TRABAJADOR: "               DELIMITED BY SIZE
                  WKS-ID-TRAB(WKS-SUB-TRAB)     DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WKS-NOMBRE-COMPLETO          DELIMITED BY SIZE
               INTO REG-RECIBO-EXT.
           WRITE REG-RECIBO-EXT.
           MOVE SPACES TO REG-RECIBO-EXT.
           STRING "DEPARTAMENTOS: "            DELIMITED BY SIZE
                  WKS-DEPTOS-NOMBRES           DELIMITED BY SIZE
               INTO REG-RECIBO-EXT.
           WRITE REG-RECIBO-EXT.
           MOVE WKS-LINEA-GUION TO REG-RECIBO-EXT.
           WRITE REG-RECIBO-EXT.
           IF WKS-SUELDO-PEND > ZERO
               MOVE WKS-SUELDO-PEND TO WKS-CONCEPTO-FORMATO
               MOVE SPACES TO REG-RECIBO-EXT
               STRING "SUELDO ULTIMO PERIODO:   " DELIMITED BY SIZE
                      WKS-CONCEPTO-FORMATO     DELIMITED BY SIZE
                   INTO REG-RECIBO-EXT
               WRITE REG-RECIBO-EXT.
           IF WKS-AGUINALDO > ZERO
               MOVE WKS-AGUINALDO TO WKS-CONCEPTO-FORMATO
               MOVE SPACES TO REG-RECIBO-EXT
               STRING "AGUINALDO:               " DELIMITED BY SIZE
                      WKS-CONCEPTO-FORMATO     DELIMITED BY SIZE
                   INTO REG-RECIBO-EXT
               WRITE REG-RECIBO-EXT.
           IF WKS-PRIMA-VAC > ZERO
               MOVE WKS-PRIMA-VAC TO WKS-CONCEPTO-FORMATO
               MOVE SPACES TO REG-RECIBO-EXT
               STRING "PRIMA VACACIONAL:        " DELIMITED BY SIZE
                      WKS-CONCEPTO-FORMATO     DELIMITED BY SIZE
                   INTO REG-RECIBO-EXT
               WRITE REG-RECIBO-EXT.
           IF WKS-PAGO-VAC-PEND > ZERO
               MOVE WKS-PAGO-VAC-PEND TO WKS-CONCEPTO-FORMATO
               MOVE SPACES TO REG-RECIBO-EXT
               STRING "VACACIONES PENDIENTES:   " DELIMITED BY SIZE
                      WKS-CONCEPTO-FORMATO     DELIMITED BY SIZE
                   INTO REG-RECIBO-EXT
               WRITE REG-RECIBO-EXT.
           MOVE WKS-BASE-GRAVABLE TO WKS-CONCEPTO-FORMATO.
           MOVE SPACES TO REG-RECIBO-EXT.
           STRING "TOTAL PERCEPCIONES:      "  DELIMITED BY SIZE
                  WKS-CONCEPTO-FORMATO         DELIMITED BY SIZE
               INTO REG-RECIBO-EXT.
           WRITE REG-RECIBO-EXT.
           MOVE WKS-BASE-EXENTA TO WKS-CONCEPTO-FORMATO.
           MOVE SPACES TO REG-RECIBO-EXT.
           STRING "  PERCEPCIONES EXENTAS:  "  DELIMITED BY SIZE
                  WKS-CONCEPTO-FORMATO         DELIMITED BY SIZE
               INTO REG-RECIBO-EXT.
           WRITE REG-RECIBO-EXT.
           MOVE WKS-BASE-ISR TO WKS-CONCEPTO-FORMATO.
           MOVE SPACES TO REG-RECIBO-EXT.
           STRING "  PERCEPCIONES GRAVADAS: "  DELIMITED BY SIZE
                  WKS-CONCEPTO-FORMATO         DELIMITED BY SIZE
               INTO REG-RECIBO-EXT.
           WRITE REG-RECIBO-EXT.
           MOVE WKS-DEDUCCION-ISR TO WKS-CONCEPTO-FORMATO.
           MOVE SPACES TO REG-RECIBO-EXT.
           STRING "DEDUCCION ISR:           "  DELIMITED BY SIZE
                  WKS-CONCEPTO-FORMATO         DELIMITED BY SIZE
               INTO REG-RECIBO-EXT.
           WRITE REG-RECIBO-EXT.
           MOVE WKS-LINEA-GUION TO REG-RECIBO-EXT.
           WRITE REG-RECIBO-EXT.
           MOVE WKS-SALARIO-NETO TO WKS-CONCEPTO-FORMATO.
           MOVE SPACES TO REG-RECIBO-EXT.
           STRING "NETO A PAGAR:            "  DELIMITED BY SIZE
                  WKS-CONCEPTO-FORMATO         DELIMITED BY SIZE
               INTO REG-RECIBO-EXT.
           WRITE REG-RECIBO-EXT.
           MOVE SPACES TO REG-RECIBO-EXT.
           STRING "("                          DELIMITED BY SIZE
                  WKS-IMPORTE-LETRAS           DELIMITED BY "  "
                  ")"                          DELIMITED BY SIZE
               INTO REG-RECIBO-EXT.
           WRITE REG-RECIBO-EXT.
           MOVE SPACES TO REG-RECIBO-EXT.
           WRITE REG-RECIBO-EXT.
           WRITE REG-RECIBO-EXT.
           MOVE "   _____________________      _____________________"
                                              TO REG-RECIBO-EXT.
           WRITE REG-RECIBO-EXT.
           MOVE "   FIRMA DEL TRABAJADOR        RECURSOS HUMANOS"
                                              TO REG-RECIBO-EXT.
           WRITE REG-RECIBO-EXT.
           MOVE WKS-LINEA-SEP TO REG-RECIBO-EXT.
           WRITE REG-RECIBO-EXT.
           MOVE SPACES TO REG-RECIBO-EXT.
           WRITE REG-RECIBO-EXT.

           GENERA-ROTACION.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM PIDE-RANGO-ROTACION.
           OPEN OUTPUT ARCHIVO-REPORTE-ROT.
           IF WKS-FS-REPROT NOT = "00"
               DISPLAY "NO SE PUDO CREAR EL ARCHIVO REPROTAC"
           ELSE
               PERFORM PREPARA-ROTACION
               PERFORM CARGA-MOVS-ROTACION
               MOVE 1 TO WKS-RECORRE
               PERFORM EVENTOS-EMPLEADOS-ROT
                   UNTIL WKS-RECORRE > WKS-FIN
               MOVE 1 TO WKS-ROT-POS-DEP
               PERFORM PROYECTA-DEPTO-ROT UNTIL WKS-ROT-POS-DEP > 51
               PERFORM ESCRIBE-ENCABEZADO-ROT
               MOVE 1 TO WKS-ROT-POS-DEP
               PERFORM ESCRIBE-DEPTO-ROT UNTIL WKS-ROT-POS-DEP > 51
               PERFORM ESCRIBE-TOTAL-ROT
               PERFORM ESCRIBE-ENCAB-ANTIG-ROT
               MOVE 1 TO WKS-ROT-POS-DEP
               PERFORM ESCRIBE-ANTIG-ROT UNTIL WKS-ROT-POS-DEP > 51
               PERFORM ESCRIBE-TOTAL-ANTIG-ROT
               PERFORM ESCRIBE-ENCAB-TEND-ROT
               PERFORM ESCRIBE-TEND-ROT
                   UNTIL WKS-ROT-POS-MES > WKS-ROT-NUM-MESES
               CLOSE ARCHIVO-REPORTE-ROT
               DISPLAY "REPORTE DE ROTACION GUARDADO EN REPROTAC".

           PIDE-RANGO-ROTACION.
           DISPLAY "MES INICIAL DEL REPORTE (AAAAMM):".
           ACCEPT WKS-ROT-DESDE.
           DISPLAY "MES FINAL DEL REPORTE (AAAAMM):".
           ACCEPT WKS-ROT-HASTA.
           MOVE 'S' TO WKS-SW-ROT-RANGO.
           DIVIDE WKS-ROT-DESDE BY 100 GIVING WKS-ROT-ANIO
               REMAINDER WKS-ROT-MES-NUM.
           IF WKS-ROT-ANIO < 2000 OR WKS-ROT-MES-NUM < 1
               OR WKS-ROT-MES-NUM > 12
               MOVE 'N' TO WKS-SW-ROT-RANGO
           ELSE
               COMPUTE WKS-ROT-ABS-DESDE =
                       WKS-ROT-ANIO * 12 + WKS-ROT-MES-NUM - 1.
           DIVIDE WKS-ROT-HASTA BY 100 GIVING WKS-ROT-ANIO
               REMAINDER WKS-ROT-MES-NUM.
           IF WKS-ROT-ANIO < 2000 OR WKS-ROT-MES-NUM < 1
               OR WKS-ROT-MES-NUM > 12
               MOVE 'N' TO WKS-SW-ROT-RANGO
           ELSE
               COMPUTE WKS-ROT-ABS-HASTA =
                       WKS-ROT-ANIO * 12 + WKS-ROT-MES-NUM - 1.
           DIVIDE WKS-FECHA-HOY BY 100 GIVING WKS-ROT-PER-HOY.
           IF NOT WKS-ROT-RANGO-OK
               DISPLAY "MES INVALIDO, USE AAAAMM"
               PERFORM PIDE-RANGO-ROTACION
           ELSE
           IF WKS-ROT-HASTA < WKS-ROT-DESDE
               DISPLAY "EL MES FINAL DEBE SER IGUAL O POSTERIOR ",
                       "AL INICIAL"
               PERFORM PIDE-RANGO-ROTACION
           ELSE
           IF WKS-ROT-HASTA > WKS-ROT-PER-HOY
               DISPLAY "EL MES FINAL NO PUEDE SER POSTERIOR AL ",
                       "MES ACTUAL"
               PERFORM PIDE-RANGO-ROTACION
           ELSE
           IF WKS-ROT-ABS-HASTA - WKS-ROT-ABS-DESDE > 23
               DISPLAY "EL RANGO NO PUEDE EXCEDER 24 MESES"
               PERFORM PIDE-RANGO-ROTACION.

           PREPARA-ROTACION.
           MOVE ZEROS TO WKS-TABLA-ROT-DEPTO.
           MOVE ZEROS TO WKS-TABLA-ROT-MES.
           MOVE ZEROS TO WKS-TABLA-ROT-TEND.
           MOVE SPACES TO WKS-TABLA-ROT-TRAB.
           IF WKS-ROT-ABS-HASTA - 11 < WKS-ROT-ABS-DESDE
               COMPUTE WKS-ROT-ABS-INI = WKS-ROT-ABS-HASTA - 11
           ELSE
               MOVE WKS-ROT-ABS-DESDE TO WKS-ROT-ABS-INI.
           COMPUTE WKS-ROT-NUM-MESES =
                   WKS-ROT-ABS-HASTA - WKS-ROT-ABS-INI + 1.
           DIVIDE WKS-ROT-ABS-INI BY 12 GIVING WKS-ROT-ANIO
               REMAINDER WKS-ROT-MES-NUM.
           COMPUTE WKS-ROT-FECHA-INI = WKS-ROT-ANIO * 10000
                   + (WKS-ROT-MES-NUM + 1) * 100 + 1.
           DIVIDE WKS-ROT-HASTA BY 100 GIVING WKS-FV-ANIO
               REMAINDER WKS-FV-MES.
           PERFORM CALCULA-DIAS-MES.
           COMPUTE WKS-ROT-FECHA-FIN =
                   WKS-ROT-HASTA * 100 + WKS-DIAS-MES.
           MOVE 1 TO WKS-RECORRE.
           PERFORM CUENTA-ACTUAL-ROT UNTIL WKS-RECORRE > WKS-FIN.

           CUENTA-ACTUAL-ROT.
           MOVE WKS-RECORRE TO WKS-SUB-TRAB.
           PERFORM UBICA-DEPTO-ROT.
           MOVE WKS-ROT-POS-DEP TO WKS-RW-DEPTO(WKS-SUB-TRAB).
           IF WKS-ACTIVO(WKS-SUB-TRAB)
               ADD 1 TO WKS-RD-ACTUAL(WKS-ROT-POS-DEP).
           PERFORM CLASIFICA-ANTIG-ROT.
           ADD 1 TO WKS-RECORRE.

           UBICA-DEPTO-ROT.
           MOVE 51 TO WKS-ROT-POS-DEP.
           MOVE 1 TO WKS-COL.
           PERFORM BUSCA-DEPTO-ROT UNTIL WKS-COL > 3.

           BUSCA-DEPTO-ROT.
           IF WKS-ROT-POS-DEP = 51
               AND WKS-DEPARTAMENTO(WKS-SUB-TRAB, WKS-COL) > ZERO
               MOVE WKS-DEPARTAMENTO(WKS-SUB-TRAB, WKS-COL)
                                              TO WKS-DEPTO-CANDIDATO
               PERFORM VALIDA-DEPTO
               IF WKS-DEPTO-VALIDO
                   SET WKS-ROT-POS-DEP TO WKS-IND-DEPTO.
           ADD 1 TO WKS-COL.

           CLASIFICA-ANTIG-ROT.
           IF WKS-FECHA-ALTA(WKS-SUB-TRAB) > ZERO
               AND WKS-FECHA-ALTA(WKS-SUB-TRAB) <= WKS-ROT-FECHA-FIN
               IF WKS-ACTIVO(WKS-SUB-TRAB)
                   OR WKS-FECHA-BAJA(WKS-SUB-TRAB) > WKS-ROT-FECHA-FIN
                   COMPUTE WKS-ROT-ANIOS = (WKS-ROT-FECHA-FIN
                           - WKS-FECHA-ALTA(WKS-SUB-TRAB)) / 10000
                   PERFORM ASIGNA-BANDA-ROT
                   ADD 1 TO WKS-RD-BANDA(WKS-ROT-POS-DEP,
                                         WKS-ROT-BANDA).

           ASIGNA-BANDA-ROT.
           IF WKS-ROT-ANIOS < 1
               MOVE 1 TO WKS-ROT-BANDA
           ELSE
           IF WKS-ROT-ANIOS < 5
               MOVE 2 TO WKS-ROT-BANDA
           ELSE
           IF WKS-ROT-ANIOS < 10
               MOVE 3 TO WKS-ROT-BANDA
           ELSE
               MOVE 4 TO WKS-ROT-BANDA.

           CARGA-MOVS-ROTACION.
           OPEN INPUT ARCHIVO-MOVS-IMSS.
           IF WKS-FS-MOV = "00"
               MOVE 'N' TO WKS-SW-EOF-MOV
               READ ARCHIVO-MOVS-IMSS
                   AT END MOVE 'S' TO WKS-SW-EOF-MOV
               END-READ
               PERFORM EVENTO-MOV-ROT UNTIL WKS-EOF-MOV
               CLOSE ARCHIVO-MOVS-IMSS.

           EVENTO-MOV-ROT.
           IF REG-MOV-TIPO = 'A' OR REG-MOV-TIPO = 'B'
               MOVE REG-MOV-ID TO WKS-ID-AUX
               PERFORM BUSCA-TRAB-ROT
               IF WKS-ROT-TRAB-ENC
                   PERFORM CLASIFICA-MOV-ROT.
           READ ARCHIVO-MOVS-IMSS
               AT END MOVE 'S' TO WKS-SW-EOF-MOV
           END-READ.

           BUSCA-TRAB-ROT.
           MOVE 'N' TO WKS-SW-ROT-TRAB.
           SET WKS-INDICE TO 1.
           SEARCH WKS-DATOS-TRAB
               AT END CONTINUE
               WHEN WKS-ID-TRAB(WKS-INDICE) = WKS-ID-AUX
                   SET WKS-SUB-TRAB TO WKS-INDICE
                   MOVE 'S' TO WKS-SW-ROT-TRAB.

           CLASIFICA-MOV-ROT.
           MOVE REG-MOV-FECHA TO WKS-ROT-FECHA-EVT.
           IF REG-MOV-TIPO = 'B'
               MOVE 'B' TO WKS-ROT-TIPO-EVT
               IF REG-MOV-FECHA = WKS-FECHA-BAJA(WKS-SUB-TRAB)
                   MOVE 'S' TO WKS-RW-BAJA-MOV(WKS-SUB-TRAB)
               END-IF
           ELSE
           IF REG-MOV-FECHA > WKS-FECHA-ALTA(WKS-SUB-TRAB)
               MOVE 'R' TO WKS-ROT-TIPO-EVT
           ELSE
               MOVE 'A' TO WKS-ROT-TIPO-EVT
               MOVE 'S' TO WKS-RW-ALTA-MOV(WKS-SUB-TRAB).
           MOVE WKS-RW-DEPTO(WKS-SUB-TRAB) TO WKS-ROT-POS-DEP.
           PERFORM REGISTRA-EVENTO-ROT.

           EVENTOS-EMPLEADOS-ROT.
           MOVE WKS-RECORRE TO WKS-SUB-TRAB.
           MOVE WKS-RW-DEPTO(WKS-SUB-TRAB) TO WKS-ROT-POS-DEP.
           IF WKS-RW-ALTA-MOV(WKS-SUB-TRAB) NOT = 'S'
               AND WKS-FECHA-ALTA(WKS-SUB-TRAB) > ZERO
               MOVE 'A' TO WKS-ROT-TIPO-EVT
               MOVE WKS-FECHA-ALTA(WKS-SUB-TRAB) TO WKS-ROT-FECHA-EVT
               PERFORM REGISTRA-EVENTO-ROT.
           IF WKS-INACTIVO(WKS-SUB-TRAB)
               AND WKS-RW-BAJA-MOV(WKS-SUB-TRAB) NOT = 'S'
               AND WKS-FECHA-BAJA(WKS-SUB-TRAB) > ZERO
               MOVE 'B' TO WKS-ROT-TIPO-EVT
               MOVE WKS-FECHA-BAJA(WKS-SUB-TRAB) TO WKS-ROT-FECHA-EVT
               PERFORM REGISTRA-EVENTO-ROT.
           ADD 1 TO WKS-RECORRE.

           REGISTRA-EVENTO-ROT.
           IF WKS-ROT-FECHA-EVT >= WKS-ROT-FECHA-INI
               IF WKS-ROT-TIPO-EVT = 'B'
                   ADD 1 TO WKS-RD-ACTUAL(WKS-ROT-POS-DEP)
               ELSE
                   SUBTRACT 1 FROM WKS-RD-ACTUAL(WKS-ROT-POS-DEP)
               END-IF
               DIVIDE WKS-ROT-FECHA-EVT BY 100 GIVING WKS-ROT-PER-EVT
               DIVIDE WKS-ROT-PER-EVT BY 100 GIVING WKS-ROT-ANIO
                   REMAINDER WKS-ROT-MES-NUM
               COMPUTE WKS-ROT-ABS-EVT =
                       WKS-ROT-ANIO * 12 + WKS-ROT-MES-NUM - 1
               IF WKS-ROT-ABS-EVT <= WKS-ROT-ABS-HASTA
                   COMPUTE WKS-ROT-POS-MES =
                           WKS-ROT-ABS-EVT - WKS-ROT-ABS-INI + 1
                   PERFORM ACUMULA-EVENTO-MES.

           ACUMULA-EVENTO-MES.
           IF WKS-ROT-TIPO-EVT = 'A'
               ADD 1 TO WKS-RM-ALTAS(WKS-ROT-POS-MES, WKS-ROT-POS-DEP)
           ELSE
           IF WKS-ROT-TIPO-EVT = 'B'
               ADD 1 TO WKS-RM-BAJAS(WKS-ROT-POS-MES, WKS-ROT-POS-DEP)
           ELSE
               ADD 1 TO WKS-RM-REACT(WKS-ROT-POS-MES, WKS-ROT-POS-DEP).

           PROYECTA-DEPTO-ROT.
           MOVE WKS-RD-ACTUAL(WKS-ROT-POS-DEP) TO WKS-ROT-PLANTILLA.
           MOVE 1 TO WKS-ROT-POS-MES.
           PERFORM PROYECTA-MES-ROT
               UNTIL WKS-ROT-POS-MES > WKS-ROT-NUM-MESES.
           ADD 1 TO WKS-ROT-POS-DEP.

           PROYECTA-MES-ROT.
           COMPUTE WKS-ROT-ABS-MES =
                   WKS-ROT-ABS-INI + WKS-ROT-POS-MES - 1.
           IF WKS-ROT-ABS-MES = WKS-ROT-ABS-DESDE
               MOVE WKS-ROT-PLANTILLA
                   TO WKS-RD-INICIAL(WKS-ROT-POS-DEP).
           ADD WKS-ROT-PLANTILLA TO WKS-RT-INICIAL(WKS-ROT-POS-MES).
           COMPUTE WKS-ROT-PLANTILLA = WKS-ROT-PLANTILLA
                   + WKS-RM-ALTAS(WKS-ROT-POS-MES, WKS-ROT-POS-DEP)
                   + WKS-RM-REACT(WKS-ROT-POS-MES, WKS-ROT-POS-DEP)
                   - WKS-RM-BAJAS(WKS-ROT-POS-MES, WKS-ROT-POS-DEP).
           ADD WKS-RM-ALTAS(WKS-ROT-POS-MES, WKS-ROT-POS-DEP)
               TO WKS-RT-ALTAS(WKS-ROT-POS-MES).
           ADD WKS-RM-BAJAS(WKS-ROT-POS-MES, WKS-ROT-POS-DEP)
               TO WKS-RT-BAJAS(WKS-ROT-POS-MES).
           ADD WKS-RM-REACT(WKS-ROT-POS-MES, WKS-ROT-POS-DEP)
               TO WKS-RT-REACT(WKS-ROT-POS-MES).
           ADD WKS-ROT-PLANTILLA TO WKS-RT-FINAL(WKS-ROT-POS-MES).
           IF WKS-ROT-ABS-MES >= WKS-ROT-ABS-DESDE
               ADD WKS-RM-ALTAS(WKS-ROT-POS-MES, WKS-ROT-POS-DEP)
                   TO WKS-RD-ALTAS(WKS-ROT-POS-DEP)
               ADD WKS-RM-BAJAS(WKS-ROT-POS-MES, WKS-ROT-POS-DEP)
                   TO WKS-RD-BAJAS(WKS-ROT-POS-DEP)
               ADD WKS-RM-REACT(WKS-ROT-POS-MES, WKS-ROT-POS-DEP)
                   TO WKS-RD-REACT(WKS-ROT-POS-DEP).
           IF WKS-ROT-ABS-MES = WKS-ROT-ABS-HASTA
               MOVE WKS-ROT-PLANTILLA
                   TO WKS-RD-FINAL(WKS-ROT-POS-DEP).
           ADD 1 TO WKS-ROT-POS-MES.

           NOMBRE-DEPTO-ROT.
           IF WKS-ROT-POS-DEP = 51
               MOVE "SIN DEPARTAMENTO" TO WKS-ROT-ETIQUETA
           ELSE
               MOVE WKS-TD-NOMBRE(WKS-ROT-POS-DEP) TO WKS-ROT-ETIQUETA.

           ESCRIBE-ENCABEZADO-ROT.
           MOVE SPACES TO REG-REPORTE-ROT.
           STRING "REPORTE DE PLANTILLA Y ROTACION DE PERSONAL DEL "
                                              DELIMITED BY SIZE
                  WKS-ROT-DESDE               DELIMITED BY SIZE
                  " AL "                      DELIMITED BY SIZE
                  WKS-ROT-HASTA               DELIMITED BY SIZE
               INTO REG-REPORTE-ROT.
           WRITE REG-REPORTE-ROT.
           MOVE SPACES TO REG-REPORTE-ROT.
           STRING "ROTACION % = BAJAS X 100 / PLANTILLA PROMEDIO"
                                              DELIMITED BY SIZE
                  " ((INICIAL + FINAL) / 2)"  DELIMITED BY SIZE
               INTO REG-REPORTE-ROT.
           WRITE REG-REPORTE-ROT.
           MOVE SPACES TO REG-REPORTE-ROT.
           WRITE REG-REPORTE-ROT.
           MOVE SPACES TO REG-REPORTE-ROT.
           STRING "DEPARTAMENTO        "       DELIMITED BY SIZE
                  " INICIAL   ALTAS   BAJAS   REACT   FINAL"
                                              DELIMITED BY SIZE
                  " ROTACION %"               DELIMITED BY SIZE
               INTO REG-REPORTE-ROT.
           WRITE REG-REPORTE-ROT.
           MOVE WKS-LINEA-GUION TO REG-REPORTE-ROT.
           WRITE REG-REPORTE-ROT.

           ESCRIBE-DEPTO-ROT.
           IF WKS-ROT-POS-DEP <= WKS-CANT-DEPTOS
               OR WKS-ROT-POS-DEP = 51
               IF WKS-RD-INICIAL(WKS-ROT-POS-DEP) NOT = ZERO
                   OR WKS-RD-FINAL(WKS-ROT-POS-DEP) NOT = ZERO
                   OR WKS-RD-ALTAS(WKS-ROT-POS-DEP) NOT = ZERO
                   OR WKS-RD-BAJAS(WKS-ROT-POS-DEP) NOT = ZERO
                   OR WKS-RD-REACT(WKS-ROT-POS-DEP) NOT = ZERO
                   PERFORM NOMBRE-DEPTO-ROT
                   MOVE WKS-RD-INICIAL(WKS-ROT-POS-DEP)
                                              TO WKS-ROT-L-INICIAL
                   MOVE WKS-RD-ALTAS(WKS-ROT-POS-DEP)
                                              TO WKS-ROT-L-ALTAS
                   MOVE WKS-RD-BAJAS(WKS-ROT-POS-DEP)
                                              TO WKS-ROT-L-BAJAS
                   MOVE WKS-RD-REACT(WKS-ROT-POS-DEP)
                                              TO WKS-ROT-L-REACT
                   MOVE WKS-RD-FINAL(WKS-ROT-POS-DEP)
                                              TO WKS-ROT-L-FINAL
                   PERFORM ESCRIBE-LINEA-ROT
                   ADD WKS-RD-INICIAL(WKS-ROT-POS-DEP)
                                              TO WKS-RD-INICIAL(52)
                   ADD WKS-RD-ALTAS(WKS-ROT-POS-DEP)
                                              TO WKS-RD-ALTAS(52)
                   ADD WKS-RD-BAJAS(WKS-ROT-POS-DEP)
                                              TO WKS-RD-BAJAS(52)
                   ADD WKS-RD-REACT(WKS-ROT-POS-DEP)
                                              TO WKS-RD-REACT(52)
                   ADD WKS-RD-FINAL(WKS-ROT-POS-DEP)
                                              TO WKS-RD-FINAL(52).
           ADD 1 TO WKS-ROT-POS-DEP.

           ESCRIBE-TOTAL-ROT.
           MOVE WKS-LINEA-GUION TO REG-REPORTE-ROT.
           WRITE REG-REPORTE-ROT.
           MOVE "TOTAL EMPRESA" TO WKS-ROT-ETIQUETA.
           MOVE WKS-RD-INICIAL(52) TO WKS-ROT-L-INICIAL.
           MOVE WKS-RD-ALTAS(52) TO WKS-ROT-L-ALTAS.
           MOVE WKS-RD-BAJAS(52) TO WKS-ROT-L-BAJAS.
           MOVE WKS-RD-REACT(52) TO WKS-ROT-L-REACT.
           MOVE WKS-RD-FINAL(52) TO WKS-ROT-L-FINAL.
           PERFORM ESCRIBE-LINEA-ROT.

           ESCRIBE-LINEA-ROT.
           COMPUTE WKS-ROT-PROMEDIO =
                   (WKS-ROT-L-INICIAL + WKS-ROT-L-FINAL) / 2.
           IF WKS-ROT-PROMEDIO > ZERO
               COMPUTE WKS-ROT-PCT ROUNDED =
                       WKS-ROT-L-BAJAS * 100 / WKS-ROT-PROMEDIO
           ELSE
               MOVE ZERO TO WKS-ROT-PCT.
           MOVE WKS-ROT-L-INICIAL TO WKS-ROT-F-INICIAL.
           MOVE WKS-ROT-L-ALTAS TO WKS-ROT-F-ALTAS.
           MOVE WKS-ROT-L-BAJAS TO WKS-ROT-F-BAJAS.
           MOVE WKS-ROT-L-REACT TO WKS-ROT-F-REACT.
           MOVE WKS-ROT-L-FINAL TO WKS-ROT-F-FINAL.
           MOVE WKS-ROT-PCT TO WKS-ROT-PCT-FORMATO.
           MOVE SPACES TO REG-REPORTE-ROT.
           STRING WKS-ROT-ETIQUETA            DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-ROT-F-INICIAL           DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-ROT-F-ALTAS             DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-ROT-F-BAJAS             DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-ROT-F-REACT             DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-ROT-F-FINAL             DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-ROT-PCT-FORMATO         DELIMITED BY SIZE
               INTO REG-REPORTE-ROT.
           WRITE REG-REPORTE-ROT.

           ESCRIBE-ENCAB-ANTIG-ROT.
           MOVE SPACES TO REG-REPORTE-ROT.
           WRITE REG-REPORTE-ROT.
           MOVE SPACES TO REG-REPORTE-ROT.
           STRING "PLANTILLA POR ANTIGUEDAD AL "
                                              DELIMITED BY SIZE
                  WKS-ROT-FECHA-FIN           DELIMITED BY SIZE
                  " (ANIOS CUMPLIDOS DESDE LA FECHA DE ALTA)"
                                              DELIMITED BY SIZE
               INTO REG-REPORTE-ROT.
           WRITE REG-REPORTE-ROT.
           MOVE SPACES TO REG-REPORTE-ROT.
           WRITE REG-REPORTE-ROT.
           MOVE SPACES TO REG-REPORTE-ROT.
           STRING "DEPARTAMENTO        "       DELIMITED BY SIZE
                  " MENOS 1   1 A 5  5 A 10  MAS 10   TOTAL"
                                              DELIMITED BY SIZE
               INTO REG-REPORTE-ROT.
           WRITE REG-REPORTE-ROT.
           MOVE WKS-LINEA-GUION TO REG-REPORTE-ROT.
           WRITE REG-REPORTE-ROT.

           ESCRIBE-ANTIG-ROT.
           COMPUTE WKS-ROT-BANDA-TOT = WKS-RD-BANDA(WKS-ROT-POS-DEP, 1)
                   + WKS-RD-BANDA(WKS-ROT-POS-DEP, 2)
                   + WKS-RD-BANDA(WKS-ROT-POS-DEP, 3)
                   + WKS-RD-BANDA(WKS-ROT-POS-DEP, 4).
           IF WKS-ROT-BANDA-TOT > ZERO
               PERFORM NOMBRE-DEPTO-ROT
               ADD WKS-RD-BANDA(WKS-ROT-POS-DEP, 1)
                   TO WKS-RD-BANDA(52, 1)
               ADD WKS-RD-BANDA(WKS-ROT-POS-DEP, 2)
                   TO WKS-RD-BANDA(52, 2)
               ADD WKS-RD-BANDA(WKS-ROT-POS-DEP, 3)
                   TO WKS-RD-BANDA(52, 3)
               ADD WKS-RD-BANDA(WKS-ROT-POS-DEP, 4)
                   TO WKS-RD-BANDA(52, 4)
               PERFORM ESCRIBE-LINEA-ANTIG-ROT.
           ADD 1 TO WKS-ROT-POS-DEP.

           ESCRIBE-TOTAL-ANTIG-ROT.
           MOVE WKS-LINEA-GUION TO REG-REPORTE-ROT.
           WRITE REG-REPORTE-ROT.
           MOVE "TOTAL EMPRESA" TO WKS-ROT-ETIQUETA.
           MOVE 52 TO WKS-ROT-POS-DEP.
           COMPUTE WKS-ROT-BANDA-TOT = WKS-RD-BANDA(52, 1)
                   + WKS-RD-BANDA(52, 2) + WKS-RD-BANDA(52, 3)
                   + WKS-RD-BANDA(52, 4).
           PERFORM ESCRIBE-LINEA-ANTIG-ROT.

           ESCRIBE-LINEA-ANTIG-ROT.
           MOVE WKS-RD-BANDA(WKS-ROT-POS-DEP, 1) TO WKS-ROT-F-BANDA1.
           MOVE WKS-RD-BANDA(WKS-ROT-POS-DEP, 2) TO WKS-ROT-F-BANDA2.
           MOVE WKS-RD-BANDA(WKS-ROT-POS-DEP, 3) TO WKS-ROT-F-BANDA3.
           MOVE WKS-RD-BANDA(WKS-ROT-POS-DEP, 4) TO WKS-ROT-F-BANDA4.
           MOVE WKS-ROT-BANDA-TOT TO WKS-ROT-F-TOTAL.
           MOVE SPACES TO REG-REPORTE-ROT.
           STRING WKS-ROT-ETIQUETA            DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-ROT-F-BANDA1            DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-ROT-F-BANDA2            DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-ROT-F-BANDA3            DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-ROT-F-BANDA4            DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-ROT-F-TOTAL             DELIMITED BY SIZE
               INTO REG-REPORTE-ROT.
           WRITE REG-REPORTE-ROT.

           ESCRIBE-ENCAB-TEND-ROT.
           MOVE SPACES TO REG-REPORTE-ROT.
           WRITE REG-REPORTE-ROT.
           MOVE "TENDENCIA MENSUAL DE LA EMPRESA (ULTIMOS 12 MESES)"
                                              TO REG-REPORTE-ROT.
           WRITE REG-REPORTE-ROT.
           MOVE SPACES TO REG-REPORTE-ROT.
           WRITE REG-REPORTE-ROT.
           MOVE SPACES TO REG-REPORTE-ROT.
           STRING "MES                 "       DELIMITED BY SIZE
                  " INICIAL   ALTAS   BAJAS   REACT   FINAL"
                                              DELIMITED BY SIZE
                  " ROTACION %"               DELIMITED BY SIZE
               INTO REG-REPORTE-ROT.
           WRITE REG-REPORTE-ROT.
           MOVE WKS-LINEA-GUION TO REG-REPORTE-ROT.
           WRITE REG-REPORTE-ROT.
           IF WKS-ROT-NUM-MESES > 12
               COMPUTE WKS-ROT-POS-MES = WKS-ROT-NUM-MESES - 11
           ELSE
               MOVE 1 TO WKS-ROT-POS-MES.

           ESCRIBE-TEND-ROT.
           COMPUTE WKS-ROT-ABS-MES =
                   WKS-ROT-ABS-INI + WKS-ROT-POS-MES - 1.
           DIVIDE WKS-ROT-ABS-MES BY 12 GIVING WKS-ROT-ANIO
               REMAINDER WKS-ROT-MES-NUM.
           COMPUTE WKS-ROT-PER-EVT =
                   WKS-ROT-ANIO * 100 + WKS-ROT-MES-NUM + 1.
           MOVE WKS-ROT-PER-EVT TO WKS-ROT-ETIQUETA.
           MOVE WKS-RT-INICIAL(WKS-ROT-POS-MES) TO WKS-ROT-L-INICIAL.
           MOVE WKS-RT-ALTAS(WKS-ROT-POS-MES) TO WKS-ROT-L-ALTAS.
           MOVE WKS-RT-BAJAS(WKS-ROT-POS-MES) TO WKS-ROT-L-BAJAS.
           MOVE WKS-RT-REACT(WKS-ROT-POS-MES) TO WKS-ROT-L-REACT.
           MOVE WKS-RT-FINAL(WKS-ROT-POS-MES) TO WKS-ROT-L-FINAL.
           PERFORM ESCRIBE-LINEA-ROT.
           ADD 1 TO WKS-ROT-POS-MES.

           CARGA-PRESUPUESTO.
           MOVE ZERO TO WKS-CANT-PPTO.
           OPEN INPUT ARCHIVO-PRESUPUESTO.
           IF WKS-FS-PPTO = "00"
               MOVE 'N' TO WKS-SW-EOF-PPTO
               READ ARCHIVO-PRESUPUESTO
                   AT END MOVE 'S' TO WKS-SW-EOF-PPTO
               END-READ
               PERFORM CARGA-PPTO-TABLA UNTIL WKS-EOF-PPTO
               CLOSE ARCHIVO-PRESUPUESTO.

           CARGA-PPTO-TABLA.
           IF WKS-CANT-PPTO < WKS-MAX-PPTO
               ADD 1 TO WKS-CANT-PPTO
               MOVE REG-PPTO-DEPTO   TO WKS-PPT-DEPTO(WKS-CANT-PPTO)
               MOVE REG-PPTO-PERIODO TO WKS-PPT-PERIODO(WKS-CANT-PPTO)
               MOVE REG-PPTO-IMPORTE TO WKS-PPT-IMPORTE(WKS-CANT-PPTO)
           ELSE
               DISPLAY "TABLA DE PRESUPUESTO LLENA, REGISTRO IGNORADO ",
                       "DEPTO: ", REG-PPTO-DEPTO, " MES: ",
                       REG-PPTO-PERIODO.
           READ ARCHIVO-PRESUPUESTO
               AT END MOVE 'S' TO WKS-SW-EOF-PPTO
           END-READ.

           GUARDA-PRESUPUESTO.
           OPEN OUTPUT ARCHIVO-PRESUPUESTO.
           IF WKS-FS-PPTO = "00"
               MOVE 1 TO WKS-POS-PPTO
               PERFORM ESCRIBE-PPTO-ARCHIVO
                   UNTIL WKS-POS-PPTO > WKS-CANT-PPTO
               CLOSE ARCHIVO-PRESUPUESTO
           ELSE
               DISPLAY "NO SE PUDO GUARDAR EL ARCHIVO DE PRESUPUESTO".

           ESCRIBE-PPTO-ARCHIVO.
           MOVE WKS-PPT-DEPTO(WKS-POS-PPTO)   TO REG-PPTO-DEPTO.
           MOVE WKS-PPT-PERIODO(WKS-POS-PPTO) TO REG-PPTO-PERIODO.
           MOVE WKS-PPT-IMPORTE(WKS-POS-PPTO) TO REG-PPTO-IMPORTE.
           WRITE REG-PRESUPUESTO.
           ADD 1 TO WKS-POS-PPTO.

           MANTIENE-PRESUPUESTO.
           DISPLAY "PRESUPUESTO POR DEPARTAMENTO: ",
                   "1-CAPTURAR/MODIFICAR 2-ELIMINAR 3-CONSULTAR ANIO ",
                   "4-REPORTE PRESUPUESTO VS REAL 5-REGRESAR".
           ACCEPT WKS-ELECCION.
           IF WKS-ELECCION = 1
               PERFORM CAPTURA-PRESUPUESTO
           ELSE
           IF WKS-ELECCION = 2
               PERFORM ELIMINA-PRESUPUESTO
           ELSE
           IF WKS-ELECCION = 3
               PERFORM CONSULTA-PRESUPUESTO
           ELSE
           IF WKS-ELECCION = 4
               PERFORM REPORTE-PRESUPUESTO
           ELSE
           IF WKS-ELECCION = 5
               NEXT SENTENCE
           ELSE
               DISPLAY "OPCION INVALIDA VERIFIQUE"
               PERFORM MANTIENE-PRESUPUESTO.

           PIDE-DEPTO-PPTO.
           DISPLAY "CLAVE DEL DEPARTAMENTO:".
           ACCEPT WKS-DEPTO-CANDIDATO.
           PERFORM VALIDA-DEPTO.
           MOVE WKS-DEPTO-CANDIDATO TO WKS-PPTO-DEPTO.

           PIDE-MES-PPTO.
           DISPLAY "MES DEL PRESUPUESTO (AAAAMM):".
           ACCEPT WKS-PPTO-PERIODO.
           DIVIDE WKS-PPTO-PERIODO BY 100 GIVING WKS-PPTO-ANIO
               REMAINDER WKS-PPTO-MES.
           IF WKS-PPTO-ANIO < 2000 OR WKS-PPTO-MES < 1
               OR WKS-PPTO-MES > 12
               DISPLAY "PERIODO INVALIDO, USE AAAAMM"
               PERFORM PIDE-MES-PPTO.

           PIDE-IMPORTE-PPTO.
           DISPLAY "IMPORTE PRESUPUESTADO DEL MES:".
           ACCEPT WKS-PPTO-IMPORTE.
           IF WKS-PPTO-IMPORTE = ZERO
               DISPLAY "IMPORTE INVALIDO, DEBE SER MAYOR A CERO"
               PERFORM PIDE-IMPORTE-PPTO.

           BUSCA-PPTO-POS.
           MOVE ZERO TO WKS-POS-PPTO-ENC.
           MOVE 1 TO WKS-POS-PPTO.
           PERFORM CHECA-PPTO-POS UNTIL WKS-POS-PPTO > WKS-CANT-PPTO.

           CHECA-PPTO-POS.
           IF WKS-PPT-DEPTO(WKS-POS-PPTO) = WKS-PPTO-DEPTO
               AND WKS-PPT-PERIODO(WKS-POS-PPTO) = WKS-PPTO-PERIODO
               MOVE WKS-POS-PPTO TO WKS-POS-PPTO-ENC.
           ADD 1 TO WKS-POS-PPTO.

           CAPTURA-PRESUPUESTO.
           PERFORM PIDE-DEPTO-PPTO.
           IF NOT WKS-DEPTO-VALIDO
               DISPLAY "DEPARTAMENTO NO EXISTE EN EL CATALOGO ",
                       "VERIFIQUE"
           ELSE
               PERFORM PIDE-MES-PPTO
               PERFORM BUSCA-PPTO-POS
               IF WKS-POS-PPTO-ENC = ZERO
                   AND WKS-CANT-PPTO >= WKS-MAX-PPTO
                   DISPLAY "ARCHIVO DE PRESUPUESTO LLENO, CONTACTE A ",
                           "SISTEMAS"
               ELSE
                   IF WKS-POS-PPTO-ENC > ZERO
                       MOVE WKS-PPT-IMPORTE(WKS-POS-PPTO-ENC)
                                              TO WKS-RES-FORMATO
                       DISPLAY "PRESUPUESTO ACTUAL DE ",
                               WKS-DEPTO-NOMBRE-ENC, ": ",
                               WKS-RES-FORMATO
                   END-IF
                   PERFORM PIDE-IMPORTE-PPTO
                   IF WKS-POS-PPTO-ENC = ZERO
                       ADD 1 TO WKS-CANT-PPTO
                       MOVE WKS-CANT-PPTO TO WKS-POS-PPTO-ENC
                       MOVE WKS-PPTO-DEPTO
                                  TO WKS-PPT-DEPTO(WKS-POS-PPTO-ENC)
                       MOVE WKS-PPTO-PERIODO
                                  TO WKS-PPT-PERIODO(WKS-POS-PPTO-ENC)
                   END-IF
                   MOVE WKS-PPTO-IMPORTE
                                  TO WKS-PPT-IMPORTE(WKS-POS-PPTO-ENC)
                   PERFORM GUARDA-PRESUPUESTO
                   DISPLAY "PRESUPUESTO REGISTRADO".

           ELIMINA-PRESUPUESTO.
           PERFORM PIDE-DEPTO-PPTO.
           PERFORM PIDE-MES-PPTO.
           PERFORM BUSCA-PPTO-POS.
           IF WKS-POS-PPTO-ENC = ZERO
               DISPLAY "NO HAY PRESUPUESTO PARA EL DEPARTAMENTO ",
                       WKS-PPTO-DEPTO, " EN ", WKS-PPTO-PERIODO
           ELSE
               MOVE WKS-POS-PPTO-ENC TO WKS-POS-PPTO
               PERFORM RECORRE-PPTO
                   UNTIL WKS-POS-PPTO >= WKS-CANT-PPTO
               SUBTRACT 1 FROM WKS-CANT-PPTO
               PERFORM GUARDA-PRESUPUESTO
               DISPLAY "PRESUPUESTO ELIMINADO".

           RECORRE-PPTO.
           COMPUTE WKS-POS-PPTO2 = WKS-POS-PPTO + 1.
           MOVE WKS-TABLA-PPTO(WKS-POS-PPTO2)
                                TO WKS-TABLA-PPTO(WKS-POS-PPTO).
           ADD 1 TO WKS-POS-PPTO.

           CONSULTA-PRESUPUESTO.
           PERFORM PIDE-DEPTO-PPTO.
           IF NOT WKS-DEPTO-VALIDO
               DISPLAY "DEPARTAMENTO NO EXISTE EN EL CATALOGO ",
                       "VERIFIQUE"
           ELSE
               DISPLAY "ANIO A CONSULTAR (AAAA):"
               ACCEPT WKS-PPTO-ANIO
               DISPLAY "PRESUPUESTO DE ", WKS-DEPTO-NOMBRE-ENC,
                       " ANIO ", WKS-PPTO-ANIO
               MOVE ZERO TO WKS-PPTO-TOTAL-ANIO
               MOVE 1 TO WKS-PPTO-MES
               PERFORM MUESTRA-PPTO-MES UNTIL WKS-PPTO-MES > 12
               MOVE WKS-PPTO-TOTAL-ANIO TO WKS-RES-FORMATO
               DISPLAY "TOTAL ANUAL: ", WKS-RES-FORMATO.

           MUESTRA-PPTO-MES.
           COMPUTE WKS-PPTO-PERIODO = WKS-PPTO-ANIO * 100
                   + WKS-PPTO-MES.
           PERFORM BUSCA-PPTO-POS.
           IF WKS-POS-PPTO-ENC = ZERO
               DISPLAY "MES: ", WKS-PPTO-PERIODO, " SIN PRESUPUESTO"
           ELSE
               ADD WKS-PPT-IMPORTE(WKS-POS-PPTO-ENC)
                   TO WKS-PPTO-TOTAL-ANIO
               MOVE WKS-PPT-IMPORTE(WKS-POS-PPTO-ENC)
                                              TO WKS-RES-FORMATO
               DISPLAY "MES: ", WKS-PPTO-PERIODO, " PRESUPUESTO: ",
                       WKS-RES-FORMATO.
           ADD 1 TO WKS-PPTO-MES.

           REPORTE-PRESUPUESTO.
           PERFORM PIDE-MES-PPTO.
           COMPUTE WKS-PPTO-INI-ANIO = WKS-PPTO-ANIO * 100 + 1.
           MOVE ZEROS TO WKS-TABLA-PPTO-REP.
           MOVE 'N' TO WKS-SW-PPTO-MES.
           MOVE 1 TO WKS-POS-PPTO.
           PERFORM ACUMULA-PPTO-REP UNTIL WKS-POS-PPTO > WKS-CANT-PPTO.
           PERFORM ACUMULA-REAL-PPTO.
           OPEN OUTPUT ARCHIVO-REPORTE-PPTO.
           IF WKS-FS-REPPPTO NOT = "00"
               DISPLAY "NO SE PUDO CREAR EL ARCHIVO REPPPTO"
           ELSE
               PERFORM ESCRIBE-ENCABEZADO-PPTO
               MOVE 1 TO WKS-PPTO-POS-DEP
               PERFORM ESCRIBE-DEPTO-PPTO UNTIL WKS-PPTO-POS-DEP > 51
               MOVE WKS-LINEA-GUION TO REG-REPORTE-PPTO
               WRITE REG-REPORTE-PPTO
               MOVE "TOTAL EMPRESA" TO WKS-PPTO-ETIQUETA
               MOVE 52 TO WKS-PPTO-POS-DEP
               PERFORM ESCRIBE-LINEA-PPTO
               CLOSE ARCHIVO-REPORTE-PPTO
               DISPLAY "PRESUPUESTO VS REAL GUARDADO EN REPPPTO"
               IF NOT WKS-PPTO-MES-OK
                   DISPLAY "AVISO: SIN PRESUPUESTO CAPTURADO PARA ",
                           WKS-PPTO-PERIODO.

           ACUMULA-PPTO-REP.
           IF WKS-PPT-PERIODO(WKS-POS-PPTO) >= WKS-PPTO-INI-ANIO
               AND WKS-PPT-PERIODO(WKS-POS-PPTO) <= WKS-PPTO-PERIODO
               MOVE WKS-PPT-DEPTO(WKS-POS-PPTO) TO WKS-DEPTO-CANDIDATO
               PERFORM VALIDA-DEPTO
               IF WKS-DEPTO-VALIDO
                   SET WKS-PPTO-POS-DEP TO WKS-IND-DEPTO
                   ADD WKS-PPT-IMPORTE(WKS-POS-PPTO)
                       TO WKS-PPR-PRES-ACUM(WKS-PPTO-POS-DEP)
                   IF WKS-PPT-PERIODO(WKS-POS-PPTO) = WKS-PPTO-PERIODO
                       ADD WKS-PPT-IMPORTE(WKS-POS-PPTO)
                           TO WKS-PPR-PRES-MES(WKS-PPTO-POS-DEP)
                       MOVE 'S' TO WKS-PPR-TIENE-PPTO(WKS-PPTO-POS-DEP)
                       MOVE 'S' TO WKS-SW-PPTO-MES.
           ADD 1 TO WKS-POS-PPTO.

           ACUMULA-REAL-PPTO.
           OPEN INPUT ARCHIVO-HISTORIAL.
           IF WKS-FS-HIST = "00"
               MOVE 'N' TO WKS-SW-EOF-HIST
               READ ARCHIVO-HISTORIAL
                   AT END MOVE 'S' TO WKS-SW-EOF-HIST
               END-READ
               PERFORM ACUMULA-HIST-PPTO UNTIL WKS-EOF-HIST
               CLOSE ARCHIVO-HISTORIAL.

           ACUMULA-HIST-PPTO.
           IF REG-HIST-PERIODO >= WKS-PPTO-INI-ANIO
               AND REG-HIST-PERIODO <= WKS-PPTO-PERIODO
               MOVE REG-HIST-BRUTO TO WKS-PPTO-MONTO
               IF REG-HIST-PERIODO = WKS-PPTO-PERIODO
                   MOVE 'M' TO WKS-PPTO-DESTINO
               ELSE
                   MOVE 'A' TO WKS-PPTO-DESTINO
               END-IF
               MOVE REG-HIST-ID TO WKS-ID-AUX
               PERFORM BUSCA-TRAB-PPTO
               PERFORM REPARTE-MONTO-PPTO.
           READ ARCHIVO-HISTORIAL
               AT END MOVE 'S' TO WKS-SW-EOF-HIST
           END-READ.

           BUSCA-TRAB-PPTO.
           MOVE 'N' TO WKS-SW-PPTO-TRAB.
           SET WKS-INDICE TO 1.
           SEARCH WKS-DATOS-TRAB
               AT END CONTINUE
               WHEN WKS-ID-TRAB(WKS-INDICE) = WKS-ID-AUX
                   SET WKS-SUB-TRAB TO WKS-INDICE
                   MOVE 'S' TO WKS-SW-PPTO-TRAB.

           REPARTE-MONTO-PPTO.
           MOVE ZERO TO WKS-NUM-DEPTOS-TRAB.
           IF WKS-PPTO-TRAB-ENC
               MOVE 1 TO WKS-COL
               PERFORM ACUMULA-DEPTOS-VALIDOS UNTIL WKS-COL > 3.
           IF WKS-NUM-DEPTOS-TRAB = ZERO
               MOVE 51 TO WKS-PPTO-POS-DEP
               MOVE WKS-PPTO-MONTO TO WKS-PPTO-PARTE
               PERFORM AGREGA-PARTE-PPTO
           ELSE
               COMPUTE WKS-PPTO-PARTE ROUNDED =
                       WKS-PPTO-MONTO / WKS-NUM-DEPTOS-TRAB
               COMPUTE WKS-PPTO-RESTO = WKS-PPTO-MONTO
                       - WKS-PPTO-PARTE * (WKS-NUM-DEPTOS-TRAB - 1)
               MOVE 1 TO WKS-COL
               PERFORM REPARTE-PARTE-PPTO
                   UNTIL WKS-COL > WKS-NUM-DEPTOS-TRAB.

           REPARTE-PARTE-PPTO.
           MOVE WKS-POS-VALIDA(WKS-COL) TO WKS-PPTO-POS-DEP.
           IF WKS-COL = WKS-NUM-DEPTOS-TRAB
               MOVE WKS-PPTO-RESTO TO WKS-PPTO-PARTE.
           PERFORM AGREGA-PARTE-PPTO.
           ADD 1 TO WKS-COL.

           AGREGA-PARTE-PPTO.
           IF WKS-PPTO-DESTINO = 'P'
               ADD WKS-PPTO-PARTE
                   TO WKS-PPR-PROYECTADO(WKS-PPTO-POS-DEP)
           ELSE
               ADD WKS-PPTO-PARTE TO WKS-PPR-REAL-ACUM(WKS-PPTO-POS-DEP)
               IF WKS-PPTO-DESTINO = 'M'
                   ADD WKS-PPTO-PARTE
                       TO WKS-PPR-REAL-MES(WKS-PPTO-POS-DEP).

           ESCRIBE-ENCABEZADO-PPTO.
           MOVE SPACES TO REG-REPORTE-PPTO.
           STRING "PRESUPUESTO VS REAL POR DEPARTAMENTO DEL MES "
                                              DELIMITED BY SIZE
                  WKS-PPTO-PERIODO            DELIMITED BY SIZE
                  " (ACUMULADO DESDE "        DELIMITED BY SIZE
                  WKS-PPTO-INI-ANIO           DELIMITED BY SIZE
                  ")"                         DELIMITED BY SIZE
               INTO REG-REPORTE-PPTO.
           WRITE REG-REPORTE-PPTO.
           MOVE "REAL = PERCEPCIONES BRUTAS CERRADAS EN NOMHIST"
                                              TO REG-REPORTE-PPTO.
           WRITE REG-REPORTE-PPTO.
           MOVE SPACES TO REG-REPORTE-PPTO.
           WRITE REG-REPORTE-PPTO.
           MOVE SPACES TO REG-REPORTE-PPTO.
           STRING "DEPARTAMENTO        "       DELIMITED BY SIZE
                  "      PPTO MES      REAL MES     VARIACION"
                                              DELIMITED BY SIZE
                  "    VAR %     PPTO ACUM     REAL ACUM"
                                              DELIMITED BY SIZE
                  "      VAR ACUM"            DELIMITED BY SIZE
               INTO REG-REPORTE-PPTO.
           WRITE REG-REPORTE-PPTO.
           MOVE WKS-LINEA-GUION TO REG-REPORTE-PPTO.
           WRITE REG-REPORTE-PPTO.

           ESCRIBE-DEPTO-PPTO.
           IF WKS-PPTO-POS-DEP <= WKS-CANT-DEPTOS
               OR WKS-PPTO-POS-DEP = 51
               IF WKS-PPR-PRES-ACUM(WKS-PPTO-POS-DEP) NOT = ZERO
                   OR WKS-PPR-REAL-ACUM(WKS-PPTO-POS-DEP) NOT = ZERO
                   IF WKS-PPTO-POS-DEP = 51
                       MOVE "SIN DEPARTAMENTO" TO WKS-PPTO-ETIQUETA
                   ELSE
                       MOVE WKS-TD-NOMBRE(WKS-PPTO-POS-DEP)
                                              TO WKS-PPTO-ETIQUETA
                   END-IF
                   PERFORM ESCRIBE-LINEA-PPTO
                   ADD WKS-PPR-PRES-MES(WKS-PPTO-POS-DEP)
                       TO WKS-PPR-PRES-MES(52)
                   ADD WKS-PPR-REAL-MES(WKS-PPTO-POS-DEP)
                       TO WKS-PPR-REAL-MES(52)
                   ADD WKS-PPR-PRES-ACUM(WKS-PPTO-POS-DEP)
                       TO WKS-PPR-PRES-ACUM(52)
                   ADD WKS-PPR-REAL-ACUM(WKS-PPTO-POS-DEP)
                       TO WKS-PPR-REAL-ACUM(52).
           ADD 1 TO WKS-PPTO-POS-DEP.

           ESCRIBE-LINEA-PPTO.
           COMPUTE WKS-PPTO-VARIACION =
                   WKS-PPR-REAL-MES(WKS-PPTO-POS-DEP)
                   - WKS-PPR-PRES-MES(WKS-PPTO-POS-DEP).
           IF WKS-PPR-PRES-MES(WKS-PPTO-POS-DEP) = ZERO
               IF WKS-PPR-REAL-MES(WKS-PPTO-POS-DEP) NOT = ZERO
                   MOVE 999.99 TO WKS-PPTO-PCT
               ELSE
                   MOVE ZERO TO WKS-PPTO-PCT
               END-IF
           ELSE
               COMPUTE WKS-PPTO-PCT ROUNDED = WKS-PPTO-VARIACION * 100
                       / WKS-PPR-PRES-MES(WKS-PPTO-POS-DEP)
           END-IF.
           IF WKS-PPTO-PCT > 999.99
               MOVE 999.99 TO WKS-PPTO-PCT.
           MOVE WKS-PPTO-PCT TO WKS-PCT-FORMATO.
           MOVE WKS-PPTO-VARIACION TO WKS-PPTO-F-VAR.
           MOVE WKS-PPR-PRES-MES(WKS-PPTO-POS-DEP) TO WKS-PPTO-F-PRES.
           MOVE WKS-PPR-REAL-MES(WKS-PPTO-POS-DEP) TO WKS-PPTO-F-REAL.
           MOVE WKS-PPR-PRES-ACUM(WKS-PPTO-POS-DEP)
                                              TO WKS-PPTO-F-PRES-AC.
           MOVE WKS-PPR-REAL-ACUM(WKS-PPTO-POS-DEP)
                                              TO WKS-PPTO-F-REAL-AC.
           COMPUTE WKS-PPTO-VARIACION =
                   WKS-PPR-REAL-ACUM(WKS-PPTO-POS-DEP)
                   - WKS-PPR-PRES-ACUM(WKS-PPTO-POS-DEP).
           MOVE WKS-PPTO-VARIACION TO WKS-PPTO-F-VAR-AC.
           MOVE SPACES TO REG-REPORTE-PPTO.
           STRING WKS-PPTO-ETIQUETA           DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-PPTO-F-PRES             DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-PPTO-F-REAL             DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-PPTO-F-VAR              DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-PCT-FORMATO             DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-PPTO-F-PRES-AC          DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-PPTO-F-REAL-AC          DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-PPTO-F-VAR-AC           DELIMITED BY SIZE
               INTO REG-REPORTE-PPTO.
           WRITE REG-REPORTE-PPTO.

           REVISA-PRESUPUESTO-PERIODO.
           MOVE ZERO TO WKS-PPTO-EXCESOS.
           MOVE ZEROS TO WKS-TABLA-PPTO-REP.
           MOVE WKS-PERIODO TO WKS-PPTO-PERIODO WKS-PPTO-INI-ANIO.
           MOVE 'N' TO WKS-SW-PPTO-MES.
           MOVE 1 TO WKS-POS-PPTO.
           PERFORM ACUMULA-PPTO-REP UNTIL WKS-POS-PPTO > WKS-CANT-PPTO.
           IF NOT WKS-PPTO-MES-OK
               DISPLAY "SIN PRESUPUESTO CAPTURADO PARA ", WKS-PERIODO,
                       ", NO SE REVISA CONTRA PRESUPUESTO"
           ELSE
               PERFORM ACUMULA-CERRADO-PPTO
               MOVE 'P' TO WKS-PPTO-DESTINO
               MOVE 1 TO WKS-RECORRE
               PERFORM PROYECTA-TRAB-PPTO UNTIL WKS-RECORRE > WKS-FIN
               IF WKS-HAY-PREV AND WKS-FS-REPVR = "00"
                   OPEN EXTEND ARCHIVO-REPORTE-VAR
               ELSE
                   OPEN OUTPUT ARCHIVO-REPORTE-VAR
               END-IF
               IF WKS-FS-REPVR = "00"
                   PERFORM ESCRIBE-ENCABEZADO-EXCESO
                   MOVE 1 TO WKS-PPTO-POS-DEP
                   PERFORM EVALUA-PPTO-DEPTO
                       UNTIL WKS-PPTO-POS-DEP > WKS-CANT-DEPTOS
                   MOVE SPACES TO REG-REPORTE-VAR
                   STRING "DEPARTAMENTOS SOBRE PRESUPUESTO: "
                                              DELIMITED BY SIZE
                          WKS-PPTO-EXCESOS    DELIMITED BY SIZE
                       INTO REG-REPORTE-VAR
                   WRITE REG-REPORTE-VAR
                   CLOSE ARCHIVO-REPORTE-VAR
                   ADD WKS-PPTO-EXCESOS TO WKS-EXCEP-VARIA
                   DISPLAY "DEPARTAMENTOS SOBRE PRESUPUESTO: ",
                           WKS-PPTO-EXCESOS, " (VER REPVARIA)"
               ELSE
                   DISPLAY "NO SE PUDO ESCRIBIR LA REVISION DE ",
                           "PRESUPUESTO EN REPVARIA".

           ACUMULA-CERRADO-PPTO.
           MOVE 'M' TO WKS-PPTO-DESTINO.
           OPEN INPUT ARCHIVO-HISTORIAL.
           IF WKS-FS-HIST = "00"
               MOVE 'N' TO WKS-SW-EOF-HIST
               READ ARCHIVO-HISTORIAL
                   AT END MOVE 'S' TO WKS-SW-EOF-HIST
               END-READ
               PERFORM ACUMULA-CERRADO-REG UNTIL WKS-EOF-HIST
               CLOSE ARCHIVO-HISTORIAL.

           ACUMULA-CERRADO-REG.
           PERFORM NORMALIZA-FREC-HIST.
           IF REG-HIST-PERIODO = WKS-PERIODO
               IF WKS-FREC-HIST NOT = WKS-FRECUENCIA
                   OR WKS-SUBPER-HIST NOT = WKS-SUBPERIODO
                   MOVE REG-HIST-BRUTO TO WKS-PPTO-MONTO
                   MOVE REG-HIST-ID TO WKS-ID-AUX
                   PERFORM BUSCA-TRAB-PPTO
                   PERFORM REPARTE-MONTO-PPTO.
           READ ARCHIVO-HISTORIAL
               AT END MOVE 'S' TO WKS-SW-EOF-HIST
           END-READ.

           PROYECTA-TRAB-PPTO.
           MOVE WKS-RECORRE TO WKS-SUB-TRAB.
           IF WKS-ID-TRAB(WKS-SUB-TRAB) > 0
               AND WKS-ACTIVO(WKS-SUB-TRAB)
               AND WKS-FREC-TRAB(WKS-SUB-TRAB) = WKS-FRECUENCIA
               PERFORM CALCULA-PAGO-TRAB
               MOVE WKS-BASE-GRAVABLE TO WKS-PPTO-MONTO
               MOVE 'S' TO WKS-SW-PPTO-TRAB
               PERFORM REPARTE-MONTO-PPTO.
           ADD 1 TO WKS-RECORRE.

           ESCRIBE-ENCABEZADO-EXCESO.
           MOVE SPACES TO REG-REPORTE-VAR.
           WRITE REG-REPORTE-VAR.
           MOVE SPACES TO REG-REPORTE-VAR.
           STRING "REVISION CONTRA PRESUPUESTO DEL MES "
                                              DELIMITED BY SIZE
                  WKS-PERIODO                 DELIMITED BY SIZE
                  " (CERRADO EN EL MES + PERIODO ACTUAL)"
                                              DELIMITED BY SIZE
               INTO REG-REPORTE-VAR.
           WRITE REG-REPORTE-VAR.

           EVALUA-PPTO-DEPTO.
           IF WKS-PPR-TIENE-PPTO(WKS-PPTO-POS-DEP) = 'S'
               COMPUTE WKS-PPTO-MONTO =
                       WKS-PPR-REAL-MES(WKS-PPTO-POS-DEP)
                       + WKS-PPR-PROYECTADO(WKS-PPTO-POS-DEP)
               IF WKS-PPTO-MONTO > WKS-PPR-PRES-MES(WKS-PPTO-POS-DEP)
                   ADD 1 TO WKS-PPTO-EXCESOS
                   PERFORM ESCRIBE-EXCESO-PPTO.
           ADD 1 TO WKS-PPTO-POS-DEP.

           ESCRIBE-EXCESO-PPTO.
           MOVE SPACES TO REG-REPORTE-VAR.
           MOVE 1 TO WKS-PTR-NOMBRES-DEP.
           MOVE WKS-PPR-PRES-MES(WKS-PPTO-POS-DEP) TO WKS-PPTO-FORMATO.
           STRING "SOBRE PRESUPUESTO: "        DELIMITED BY SIZE
                  WKS-TD-NOMBRE(WKS-PPTO-POS-DEP)
                                              DELIMITED BY "  "
                  " PPTO: "                   DELIMITED BY SIZE
                  WKS-PPTO-FORMATO            DELIMITED BY SIZE
               INTO REG-REPORTE-VAR
               WITH POINTER WKS-PTR-NOMBRES-DEP.
           MOVE WKS-PPR-REAL-MES(WKS-PPTO-POS-DEP) TO WKS-PPTO-FORMATO.
           STRING " CERRADO: "                DELIMITED BY SIZE
                  WKS-PPTO-FORMATO            DELIMITED BY SIZE
               INTO REG-REPORTE-VAR
               WITH POINTER WKS-PTR-NOMBRES-DEP.
           MOVE WKS-PPR-PROYECTADO(WKS-PPTO-POS-DEP)
                                              TO WKS-PPTO-FORMATO.
           STRING " PERIODO: "                DELIMITED BY SIZE
                  WKS-PPTO-FORMATO            DELIMITED BY SIZE
               INTO REG-REPORTE-VAR
               WITH POINTER WKS-PTR-NOMBRES-DEP.
           COMPUTE WKS-PPTO-VARIACION = WKS-PPTO-MONTO
                   - WKS-PPR-PRES-MES(WKS-PPTO-POS-DEP).
           MOVE WKS-PPTO-VARIACION TO WKS-PPTO-FORMATO.
           STRING " EXCESO: "                 DELIMITED BY SIZE
                  WKS-PPTO-FORMATO            DELIMITED BY SIZE
               INTO REG-REPORTE-VAR
               WITH POINTER WKS-PTR-NOMBRES-DEP.
           WRITE REG-REPORTE-VAR.

           CARGA-PENSIONES.
           MOVE ZERO TO WKS-CANT-PENS.
           OPEN INPUT ARCHIVO-PENSIONES.
           IF WKS-FS-PENS = "00"
               MOVE 'N' TO WKS-SW-EOF-PENS
               READ ARCHIVO-PENSIONES
                   AT END MOVE 'S' TO WKS-SW-EOF-PENS
               END-READ
               PERFORM CARGA-PENS-TABLA UNTIL WKS-EOF-PENS
               CLOSE ARCHIVO-PENSIONES
           ELSE
               DISPLAY "SIN ARCHIVO DE PENSIONES ALIMENTICIAS, SE ",
                       "INICIA VACIO".

           CARGA-PENS-TABLA.
           IF WKS-CANT-PENS < WKS-MAX-PENS
               ADD 1 TO WKS-CANT-PENS
               MOVE REG-PEN-ID        TO WKS-PN-ID(WKS-CANT-PENS)
               MOVE REG-PEN-EXPEDIENTE
                                   TO WKS-PN-EXPEDIENTE(WKS-CANT-PENS)
               MOVE REG-PEN-BENEF     TO WKS-PN-BENEF(WKS-CANT-PENS)
               MOVE REG-PEN-CLABE     TO WKS-PN-CLABE(WKS-CANT-PENS)
               MOVE REG-PEN-TIPO      TO WKS-PN-TIPO(WKS-CANT-PENS)
               MOVE REG-PEN-PORC      TO WKS-PN-PORC(WKS-CANT-PENS)
               MOVE REG-PEN-IMPORTE   TO WKS-PN-IMPORTE(WKS-CANT-PENS)
               MOVE REG-PEN-FECHA-INI
                                   TO WKS-PN-FECHA-INI(WKS-CANT-PENS)
               MOVE REG-PEN-FECHA-FIN
                                   TO WKS-PN-FECHA-FIN(WKS-CANT-PENS)
               MOVE ZERO TO WKS-PN-RETENIDO(WKS-CANT-PENS)
           ELSE
               DISPLAY "TABLA DE PENSIONES LLENA, REGISTRO IGNORADO ",
                       "ID: ", REG-PEN-ID.
           READ ARCHIVO-PENSIONES
               AT END MOVE 'S' TO WKS-SW-EOF-PENS
           END-READ.

           GUARDA-PENSIONES.
           OPEN OUTPUT ARCHIVO-PENSIONES.
           IF WKS-FS-PENS = "00"
               MOVE 1 TO WKS-POS-PENS
               PERFORM ESCRIBE-PENS-ARCHIVO
                   UNTIL WKS-POS-PENS > WKS-CANT-PENS
               CLOSE ARCHIVO-PENSIONES
           ELSE
               DISPLAY "NO SE PUDO GUARDAR EL ARCHIVO DE PENSIONES".

           ESCRIBE-PENS-ARCHIVO.
           MOVE WKS-PN-ID(WKS-POS-PENS)        TO REG-PEN-ID.
           MOVE WKS-PN-EXPEDIENTE(WKS-POS-PENS) TO REG-PEN-EXPEDIENTE.
           MOVE WKS-PN-BENEF(WKS-POS-PENS)     TO REG-PEN-BENEF.
           MOVE WKS-PN-CLABE(WKS-POS-PENS)     TO REG-PEN-CLABE.
           MOVE WKS-PN-TIPO(WKS-POS-PENS)      TO REG-PEN-TIPO.
           MOVE WKS-PN-PORC(WKS-POS-PENS)      TO REG-PEN-PORC.
           MOVE WKS-PN-IMPORTE(WKS-POS-PENS)   TO REG-PEN-IMPORTE.
           MOVE WKS-PN-FECHA-INI(WKS-POS-PENS) TO REG-PEN-FECHA-INI.
           MOVE WKS-PN-FECHA-FIN(WKS-POS-PENS) TO REG-PEN-FECHA-FIN.
           WRITE REG-PENSION.
           ADD 1 TO WKS-POS-PENS.

           MANTIENE-PENSIONES.
           DISPLAY "PENSION ALIMENTICIA: 1-REGISTRA ORDEN JUDICIAL ",
                   "2-TERMINA ORDEN 3-CONSULTA POR TRABAJADOR ",
                   "4-REPORTE MENSUAL POR ORDEN 5-REGRESAR".
           ACCEPT WKS-ELECCION.
           IF WKS-ELECCION = 1
               PERFORM ALTA-PENSION
           ELSE
           IF WKS-ELECCION = 2
               PERFORM TERMINA-PENSION
           ELSE
           IF WKS-ELECCION = 3
               PERFORM CONSULTA-PENSIONES
           ELSE
           IF WKS-ELECCION = 4
               PERFORM REPORTE-PENSIONES
           ELSE
           IF WKS-ELECCION = 5
               NEXT SENTENCE
           ELSE
               DISPLAY "OPCION INVALIDA VERIFIQUE"
               PERFORM MANTIENE-PENSIONES.

           ALTA-PENSION.
           DISPLAY "ID DEL TRABAJADOR:".
           ACCEPT WKS-ID-AUX.
           SET WKS-INDICE TO 1.
           SEARCH WKS-DATOS-TRAB
               AT END DISPLAY " TRABAJADOR NO ENCONTRADO"
               WHEN WKS-ID-TRAB(WKS-INDICE) = WKS-ID-AUX
                   PERFORM REGISTRA-PENSION.

           REGISTRA-PENSION.
           DISPLAY "EXPEDIENTE U OFICIO DEL JUZGADO:".
           ACCEPT WKS-PENS-EXPEDIENTE.
           PERFORM BUSCA-PENS-EXPEDIENTE.
           IF WKS-PENS-EXPEDIENTE = SPACES
               DISPLAY "EL EXPEDIENTE ES OBLIGATORIO"
           ELSE
           IF WKS-PENS-EXISTE
               DISPLAY "EL TRABAJADOR YA TIENE UNA ORDEN CON ESE ",
                       "EXPEDIENTE"
           ELSE
           IF WKS-CANT-PENS >= WKS-MAX-PENS
               DISPLAY "TABLA DE PENSIONES LLENA, CONTACTE A SISTEMAS"
           ELSE
               PERFORM PIDE-BENEF-PENS
               PERFORM PIDE-CLABE-PENS
               PERFORM PIDE-TIPO-PENS
               PERFORM PIDE-FECHA-INI-PENS
               PERFORM PIDE-FECHA-FIN-PENS
               ADD 1 TO WKS-CANT-PENS
               MOVE WKS-ID-AUX TO WKS-PN-ID(WKS-CANT-PENS)
               MOVE WKS-PENS-EXPEDIENTE
                                   TO WKS-PN-EXPEDIENTE(WKS-CANT-PENS)
               MOVE WKS-PENS-BENEF TO WKS-PN-BENEF(WKS-CANT-PENS)
               MOVE WKS-PENS-CLABE TO WKS-PN-CLABE(WKS-CANT-PENS)
               MOVE WKS-PENS-TIPO  TO WKS-PN-TIPO(WKS-CANT-PENS)
               MOVE WKS-PENS-PORC  TO WKS-PN-PORC(WKS-CANT-PENS)
               MOVE WKS-PENS-IMPORTE TO WKS-PN-IMPORTE(WKS-CANT-PENS)
               MOVE WKS-PENS-FECHA-INI
                                   TO WKS-PN-FECHA-INI(WKS-CANT-PENS)
               MOVE WKS-PENS-FECHA-FIN
                                   TO WKS-PN-FECHA-FIN(WKS-CANT-PENS)
               MOVE ZERO TO WKS-PN-RETENIDO(WKS-CANT-PENS)
               PERFORM GUARDA-PENSIONES
               DISPLAY "ORDEN DE PENSION REGISTRADA, ID: ", WKS-ID-AUX.

           PIDE-BENEF-PENS.
           DISPLAY "NOMBRE DEL BENEFICIARIO:".
           ACCEPT WKS-PENS-BENEF.
           IF WKS-PENS-BENEF = SPACES
               DISPLAY "EL BENEFICIARIO ES OBLIGATORIO"
               PERFORM PIDE-BENEF-PENS.

           PIDE-CLABE-PENS.
           DISPLAY "CLABE DEL BENEFICIARIO (18 DIGITOS, ",
                   "VACIO = PAGO MANUAL): ".
           ACCEPT WKS-PENS-CLABE.
           IF WKS-PENS-CLABE = SPACES
               DISPLAY "AVISO: BENEFICIARIO SIN CLABE, NO ENTRARA EN ",
                       "LA DISPERSION DE PENSIONES"
           ELSE
           IF WKS-PENS-CLABE NOT NUMERIC
               DISPLAY "CLABE INVALIDA, DEBEN SER 18 DIGITOS"
               PERFORM PIDE-CLABE-PENS.

           PIDE-TIPO-PENS.
           DISPLAY "TIPO DE DESCUENTO P-PORCENTAJE DEL NETO ",
                   "F-IMPORTE FIJO MENSUAL:".
           ACCEPT WKS-PENS-TIPO.
           IF WKS-PENS-TIPO = 'P'
               MOVE ZERO TO WKS-PENS-IMPORTE
               PERFORM PIDE-PORC-PENS
           ELSE
           IF WKS-PENS-TIPO = 'F'
               MOVE ZERO TO WKS-PENS-PORC
               PERFORM PIDE-IMPORTE-PENS
           ELSE
               DISPLAY "TIPO DE DESCUENTO INVALIDO VERIFIQUE"
               PERFORM PIDE-TIPO-PENS.

           PIDE-PORC-PENS.
           DISPLAY "PORCENTAJE SOBRE EL NETO (DESPUES DE ISR E ",
                   "IMSS):".
           ACCEPT WKS-PENS-PORC.
           IF WKS-PENS-PORC <= ZERO OR WKS-PENS-PORC > 100
               DISPLAY "PORCENTAJE INVALIDO, DEBE SER MAYOR A CERO Y ",
                       "NO MAYOR A 100"
               PERFORM PIDE-PORC-PENS.

           PIDE-IMPORTE-PENS.
           DISPLAY "IMPORTE FIJO MENSUAL:".
           ACCEPT WKS-PENS-IMPORTE.
           IF WKS-PENS-IMPORTE <= ZERO
               DISPLAY "IMPORTE INVALIDO VERIFIQUE"
               PERFORM PIDE-IMPORTE-PENS.

           PIDE-FECHA-INI-PENS.
           DISPLAY "INICIO DE VIGENCIA (AAAAMMDD, 0 = HOY): ".
           ACCEPT WKS-PENS-FECHA-INI.
           IF WKS-PENS-FECHA-INI = ZERO
               ACCEPT WKS-PENS-FECHA-INI FROM DATE YYYYMMDD
           ELSE
               MOVE WKS-PENS-FECHA-INI TO WKS-FECHA-VAL
               IF WKS-FV-ANIO < 1950 OR WKS-FV-ANIO > 2099
                   OR WKS-FV-MES < 1 OR WKS-FV-MES > 12
                   OR WKS-FV-DIA < 1 OR WKS-FV-DIA > 31
                   DISPLAY "FECHA DE INICIO INVALIDA VERIFIQUE"
                   PERFORM PIDE-FECHA-INI-PENS.

           PIDE-FECHA-FIN-PENS.
           DISPLAY "FIN DE VIGENCIA (AAAAMMDD, 0 = INDEFINIDA): ".
           ACCEPT WKS-PENS-FECHA-FIN.
           IF WKS-PENS-FECHA-FIN NOT = ZERO
               MOVE WKS-PENS-FECHA-FIN TO WKS-FECHA-VAL
               IF WKS-FV-ANIO < 1950 OR WKS-FV-ANIO > 2099
                   OR WKS-FV-MES < 1 OR WKS-FV-MES > 12
                   OR WKS-FV-DIA < 1 OR WKS-FV-DIA > 31
                   OR WKS-PENS-FECHA-FIN < WKS-PENS-FECHA-INI
                   DISPLAY "FECHA DE FIN INVALIDA, NO PUEDE SER ",
                           "ANTERIOR AL INICIO DE VIGENCIA"
                   PERFORM PIDE-FECHA-FIN-PENS.

           BUSCA-PENS-EXPEDIENTE.
           MOVE 'N' TO WKS-SW-PENS-EXISTE.
           MOVE ZERO TO WKS-POS-PENS-ENC.
           MOVE 1 TO WKS-POS-PENS.
           PERFORM CHECA-PENS-EXPEDIENTE
               UNTIL WKS-POS-PENS > WKS-CANT-PENS.

           CHECA-PENS-EXPEDIENTE.
           IF WKS-PN-ID(WKS-POS-PENS) = WKS-ID-AUX
               AND WKS-PN-EXPEDIENTE(WKS-POS-PENS)
                   = WKS-PENS-EXPEDIENTE
               MOVE 'S' TO WKS-SW-PENS-EXISTE
               MOVE WKS-POS-PENS TO WKS-POS-PENS-ENC.
           ADD 1 TO WKS-POS-PENS.

           TERMINA-PENSION.
           DISPLAY "ID DEL TRABAJADOR:".
           ACCEPT WKS-ID-AUX.
           DISPLAY "EXPEDIENTE DE LA ORDEN:".
           ACCEPT WKS-PENS-EXPEDIENTE.
           PERFORM BUSCA-PENS-EXPEDIENTE.
           IF NOT WKS-PENS-EXISTE
               DISPLAY "ORDEN DE PENSION NO ENCONTRADA"
           ELSE
               MOVE WKS-PN-FECHA-INI(WKS-POS-PENS-ENC)
                                              TO WKS-PENS-FECHA-INI
               PERFORM PIDE-FECHA-TERMINO-PENS
               MOVE WKS-PENS-FECHA-FIN
                   TO WKS-PN-FECHA-FIN(WKS-POS-PENS-ENC)
               PERFORM GUARDA-PENSIONES
               DISPLAY "ORDEN TERMINADA, ULTIMO DIA DE DESCUENTO: ",
                       WKS-PENS-FECHA-FIN.

           PIDE-FECHA-TERMINO-PENS.
           DISPLAY "ULTIMO DIA DE DESCUENTO (AAAAMMDD, 0 = HOY): ".
           ACCEPT WKS-PENS-FECHA-FIN.
           IF WKS-PENS-FECHA-FIN = ZERO
               ACCEPT WKS-PENS-FECHA-FIN FROM DATE YYYYMMDD.
           MOVE WKS-PENS-FECHA-FIN TO WKS-FECHA-VAL.
           IF WKS-FV-ANIO < 1950 OR WKS-FV-ANIO > 2099
               OR WKS-FV-MES < 1 OR WKS-FV-MES > 12
               OR WKS-FV-DIA < 1 OR WKS-FV-DIA > 31
               OR WKS-PENS-FECHA-FIN < WKS-PENS-FECHA-INI
               DISPLAY "FECHA INVALIDA, NO PUEDE SER ANTERIOR AL ",
                       "INICIO DE VIGENCIA ", WKS-PENS-FECHA-INI
               PERFORM PIDE-FECHA-TERMINO-PENS.

           CONSULTA-PENSIONES.
           DISPLAY "ID DEL TRABAJADOR:".
           ACCEPT WKS-ID-AUX.
           MOVE ZERO TO WKS-PENS-LINEAS.
           MOVE 1 TO WKS-POS-PENS.
           PERFORM MUESTRA-PENS-TRAB UNTIL WKS-POS-PENS > WKS-CANT-PENS.
           IF WKS-PENS-LINEAS = ZERO
               DISPLAY "SIN ORDENES DE PENSION REGISTRADAS".

           MUESTRA-PENS-TRAB.
           IF WKS-PN-ID(WKS-POS-PENS) = WKS-ID-AUX
               DISPLAY "EXPEDIENTE: ", WKS-PN-EXPEDIENTE(WKS-POS-PENS)
               DISPLAY "BENEFICIARIO: ", WKS-PN-BENEF(WKS-POS-PENS),
                       " CLABE: ", WKS-PN-CLABE(WKS-POS-PENS)
               IF WKS-PN-PORCENTAJE(WKS-POS-PENS)
                   MOVE WKS-PN-PORC(WKS-POS-PENS)
                                              TO WKS-PENS-PORC-FORMATO
                   DISPLAY "DESCUENTO: ", WKS-PENS-PORC-FORMATO,
                           " % DEL NETO"
               ELSE
                   MOVE WKS-PN-IMPORTE(WKS-POS-PENS)
                                              TO WKS-SAL-NETO-FORMATO
                   DISPLAY "DESCUENTO FIJO MENSUAL: ",
                           WKS-SAL-NETO-FORMATO
               END-IF
               IF WKS-PN-FECHA-FIN(WKS-POS-PENS) = ZERO
                   DISPLAY "VIGENCIA DEL ",
                           WKS-PN-FECHA-INI(WKS-POS-PENS),
                           " POR TIEMPO INDEFINIDO"
               ELSE
                   DISPLAY "VIGENCIA DEL ",
                           WKS-PN-FECHA-INI(WKS-POS-PENS),
                           " AL ", WKS-PN-FECHA-FIN(WKS-POS-PENS)
               END-IF
               ADD 1 TO WKS-PENS-LINEAS.
           ADD 1 TO WKS-POS-PENS.

           CALCULA-PENSION-TRAB.
           MOVE ZERO TO WKS-PENSION-ALIM WKS-PENS-PER-INI.
           COMPUTE WKS-PENS-BASE = WKS-BASE-GRAVABLE
                   - WKS-DEDUCCION-ISR - WKS-DEDUCCION-IMSS.
           IF WKS-PENS-BASE < ZERO
               MOVE ZERO TO WKS-PENS-BASE.
           MOVE WKS-PENS-BASE TO WKS-PENS-DISPONIBLE.
           MOVE 1 TO WKS-POS-PENS.
           PERFORM CHECA-PENSION-TRAB
               UNTIL WKS-POS-PENS > WKS-CANT-PENS.

           CHECA-PENSION-TRAB.
           IF WKS-PN-ID(WKS-POS-PENS) = WKS-ID-TRAB(WKS-SUB-TRAB)
               MOVE ZERO TO WKS-PN-RETENIDO(WKS-POS-PENS)
               IF WKS-PENS-PER-INI = ZERO
                   PERFORM FIJA-RANGO-PENSION
               END-IF
               IF WKS-PN-FECHA-INI(WKS-POS-PENS) <= WKS-PENS-PER-FIN
                   AND (WKS-PN-FECHA-FIN(WKS-POS-PENS) = ZERO
                   OR WKS-PN-FECHA-FIN(WKS-POS-PENS)
                      >= WKS-PENS-PER-INI)
                   PERFORM APLICA-PENSION-ORDEN.
           ADD 1 TO WKS-POS-PENS.

           FIJA-RANGO-PENSION.
           IF WKS-PERIODO = ZERO
               ACCEPT WKS-PENS-PER-INI FROM DATE YYYYMMDD
               MOVE WKS-PENS-PER-INI TO WKS-PENS-PER-FIN
           ELSE
               DIVIDE WKS-PERIODO BY 100 GIVING WKS-FV-ANIO
                   REMAINDER WKS-FV-MES
               MOVE WKS-FRECUENCIA TO WKS-RANGO-FREC
               MOVE WKS-SUBPERIODO TO WKS-RANGO-SUBPER
               PERFORM RANGO-DIAS-PERIODO
               COMPUTE WKS-PENS-PER-INI = WKS-PERIODO * 100
                       + WKS-RANGO-DIA-INI
               COMPUTE WKS-PENS-PER-FIN = WKS-PERIODO * 100
                       + WKS-RANGO-DIA-FIN.

           APLICA-PENSION-ORDEN.
           IF WKS-PN-PORCENTAJE(WKS-POS-PENS)
               COMPUTE WKS-PENS-MONTO ROUNDED = WKS-PENS-BASE
                       * WKS-PN-PORC(WKS-POS-PENS) / 100
           ELSE
               COMPUTE WKS-PENS-MONTO ROUNDED =
                       WKS-PN-IMPORTE(WKS-POS-PENS)
                       * WKS-FACTOR-PERIODO.
           IF WKS-PENS-MONTO > WKS-PENS-DISPONIBLE
               DISPLAY "AVISO: PENSION LIMITADA AL NETO DISPONIBLE, ",
                       "ID: ", WKS-ID-TRAB(WKS-SUB-TRAB),
                       " EXPEDIENTE: ", WKS-PN-EXPEDIENTE(WKS-POS-PENS)
               MOVE WKS-PENS-DISPONIBLE TO WKS-PENS-MONTO.
           MOVE WKS-PENS-MONTO TO WKS-PN-RETENIDO(WKS-POS-PENS).
           ADD WKS-PENS-MONTO TO WKS-PENSION-ALIM.
           SUBTRACT WKS-PENS-MONTO FROM WKS-PENS-DISPONIBLE.

           ABRE-PENSIONES-CIERRE.
           MOVE ZERO TO WKS-PENS-DISP-CUENTA WKS-PENS-DISP-TOTAL
                        WKS-PENS-SIN-CLABE WKS-PENS-ESCRITOS.
           MOVE 'N' TO WKS-SW-PENS-ARCH.
           MOVE 'N' TO WKS-SW-PENS-FALLO.
           OPEN OUTPUT ARCHIVO-DISP-PENS.
           IF WKS-FS-DISPEN = "00"
               OPEN EXTEND ARCHIVO-PENS-HIST
               IF WKS-FS-PENH NOT = "00"
                   OPEN OUTPUT ARCHIVO-PENS-HIST
               END-IF
               IF WKS-FS-PENH = "00"
                   MOVE 'S' TO WKS-SW-PENS-ARCH
               ELSE
                   CLOSE ARCHIVO-DISP-PENS
                   MOVE 'S' TO WKS-SW-PENS-FALLO
                   DISPLAY "NO SE PUDO ABRIR EL ARCHIVO PENSHIST"
               END-IF
           ELSE
               MOVE 'S' TO WKS-SW-PENS-FALLO
               DISPLAY "NO SE PUDO CREAR EL ARCHIVO DE DISPERSION ",
                       "DE PENSIONES DISPPENS".

           REGISTRA-PENSIONES-TRAB.
           IF WKS-GENERA-PENS AND WKS-PENSION-ALIM > ZERO
               MOVE 1 TO WKS-POS-PENS
               PERFORM REGISTRA-PENSION-ORDEN
                   UNTIL WKS-POS-PENS > WKS-CANT-PENS.

           REGISTRA-PENSION-ORDEN.
           IF WKS-PN-ID(WKS-POS-PENS) = WKS-ID-TRAB(WKS-SUB-TRAB)
               AND WKS-PN-RETENIDO(WKS-POS-PENS) > ZERO
               MOVE WKS-PERIODO TO REG-PH-PERIODO
               MOVE WKS-FRECUENCIA TO REG-PH-FRECUENCIA
               MOVE WKS-SUBPERIODO TO REG-PH-SUBPER
               MOVE WKS-PN-ID(WKS-POS-PENS) TO REG-PH-ID
               MOVE WKS-PN-EXPEDIENTE(WKS-POS-PENS)
                                              TO REG-PH-EXPEDIENTE
               MOVE WKS-PN-RETENIDO(WKS-POS-PENS) TO REG-PH-IMPORTE
               MOVE WKS-PENS-BASE TO REG-PH-BASE
               WRITE REG-PENS-HIST
               ADD 1 TO WKS-PENS-ESCRITOS
               PERFORM ESCRIBE-DISPERSION-PENS.
           ADD 1 TO WKS-POS-PENS.

           ESCRIBE-DISPERSION-PENS.
           IF WKS-PN-CLABE(WKS-POS-PENS) = SPACES
               ADD 1 TO WKS-PENS-SIN-CLABE
               DISPLAY "AVISO: BENEFICIARIO SIN CLABE, PAGO MANUAL ",
                       "EXPEDIENTE: ", WKS-PN-EXPEDIENTE(WKS-POS-PENS)
           ELSE
               MOVE WKS-PN-CLABE(WKS-POS-PENS) TO REG-DPEN-CLABE
               MOVE WKS-PN-BENEF(WKS-POS-PENS) TO REG-DPEN-BENEF
               MOVE WKS-PN-RETENIDO(WKS-POS-PENS) TO REG-DPEN-IMPORTE
               MOVE SPACES TO REG-DPEN-REFER
               MOVE WKS-SUBPERIODO TO WKS-SUBPER-REF
               STRING "PEN"                    DELIMITED BY SIZE
                      WKS-PERIODO              DELIMITED BY SIZE
                      WKS-SUBPER-REF           DELIMITED BY SIZE
                   INTO REG-DPEN-REFER
               WRITE REG-DPEN-DETALLE
               ADD 1 TO WKS-PENS-DISP-CUENTA
               ADD WKS-PN-RETENIDO(WKS-POS-PENS)
                   TO WKS-PENS-DISP-TOTAL.

           CIERRA-PENSIONES-CIERRE.
           IF WKS-GENERA-PENS
               MOVE "T" TO REG-DPEN-T-TIPO
               MOVE WKS-PENS-DISP-CUENTA TO REG-DPEN-T-CUENTA
               MOVE WKS-PENS-DISP-TOTAL TO REG-DPEN-T-IMPORTE
               WRITE REG-DPEN-TOTAL
               CLOSE ARCHIVO-DISP-PENS
               CLOSE ARCHIVO-PENS-HIST
               MOVE 'N' TO WKS-SW-PENS-ARCH
               IF WKS-PENS-ESCRITOS > ZERO
                   DISPLAY "RETENCIONES DE PENSION ALIMENTICIA ",
                           "GUARDADAS EN PENSHIST: ", WKS-PENS-ESCRITOS
                   DISPLAY "DISPERSION A BENEFICIARIOS GUARDADA EN ",
                           "DISPPENS, ABONOS: ", WKS-PENS-DISP-CUENTA
               END-IF
               IF WKS-PENS-SIN-CLABE > ZERO
                   DISPLAY "AVISO: ", WKS-PENS-SIN-CLABE,
                           " BENEFICIARIOS SIN CLABE FUERA DE LA ",
                           "DISPERSION DE PENSIONES"
               END-IF.

           DEPURA-PENSHIST-PENDIENTE.
           OPEN INPUT ARCHIVO-PENS-HIST.
           IF WKS-FS-PENH = "00"
               OPEN OUTPUT ARCHIVO-HIST-TEMP
               IF WKS-FS-HTMP = "00"
                   MOVE ZERO TO WKS-PENS-DEPURADOS
                   MOVE 'N' TO WKS-SW-EOF-PENH
                   READ ARCHIVO-PENS-HIST
                       AT END MOVE 'S' TO WKS-SW-EOF-PENH
                   END-READ
                   PERFORM FILTRA-PENSHIST-PENDIENTE
                       UNTIL WKS-EOF-PENH
                   CLOSE ARCHIVO-PENS-HIST
                   CLOSE ARCHIVO-HIST-TEMP
                   PERFORM REGRABA-PENSHIST-DEPURADO
               ELSE
                   CLOSE ARCHIVO-PENS-HIST
                   DISPLAY "NO SE PUDO CREAR EL ARCHIVO DE TRABAJO ",
                           "NOMHTMP PARA DEPURAR PENSHIST"
               END-IF
           END-IF.
           OPEN OUTPUT ARCHIVO-DISP-PENS.
           CLOSE ARCHIVO-DISP-PENS.

           FILTRA-PENSHIST-PENDIENTE.
           IF REG-PH-PERIODO = WKS-PERIODO-PEND
               AND REG-PH-FRECUENCIA = WKS-FREC-PEND
               AND REG-PH-SUBPER = WKS-SUBPER-PEND
               ADD 1 TO WKS-PENS-DEPURADOS
           ELSE
               MOVE REG-PENS-HIST TO REG-HIST-TEMP
               WRITE REG-HIST-TEMP.
           READ ARCHIVO-PENS-HIST
               AT END MOVE 'S' TO WKS-SW-EOF-PENH
           END-READ.

           REGRABA-PENSHIST-DEPURADO.
           OPEN INPUT ARCHIVO-HIST-TEMP.
           OPEN OUTPUT ARCHIVO-PENS-HIST.
           IF WKS-FS-HTMP = "00" AND WKS-FS-PENH = "00"
               MOVE 'N' TO WKS-SW-EOF-HTMP
               READ ARCHIVO-HIST-TEMP
                   AT END MOVE 'S' TO WKS-SW-EOF-HTMP
               END-READ
               PERFORM COPIA-PENSHIST-DEPURADO UNTIL WKS-EOF-HTMP
               CLOSE ARCHIVO-HIST-TEMP
               CLOSE ARCHIVO-PENS-HIST
               DISPLAY "RETENCIONES DE PENSION RETIRADAS DE ",
                       "PENSHIST: ", WKS-PENS-DEPURADOS,
                       ", DISPPENS FUE VACIADO"
           ELSE
               DISPLAY "NO SE PUDO REGRABAR PENSHIST DEPURADO, ",
                       "REVISE NOMHTMP ANTES DE CONTINUAR".

           COPIA-PENSHIST-DEPURADO.
           MOVE REG-HIST-TEMP TO REG-PENS-HIST.
           WRITE REG-PENS-HIST.
           READ ARCHIVO-HIST-TEMP
               AT END MOVE 'S' TO WKS-SW-EOF-HTMP
           END-READ.

           REPORTE-PENSIONES.
           PERFORM PIDE-MES-PENS.
           PERFORM GENERA-REPORTE-PENSIONES.

           PIDE-MES-PENS.
           DISPLAY "MES A REPORTAR (AAAAMM):".
           ACCEPT WKS-PENS-MES.
           DIVIDE WKS-PENS-MES BY 100 GIVING WKS-PENS-MES-ANIO
               REMAINDER WKS-PENS-MES-NUM.
           IF WKS-PENS-MES-ANIO < 2000 OR WKS-PENS-MES-NUM < 1
               OR WKS-PENS-MES-NUM > 12
               DISPLAY "MES INVALIDO, USE AAAAMM"
               PERFORM PIDE-MES-PENS.

           GENERA-REPORTE-PENSIONES.
           COMPUTE WKS-PENS-MES-INI = WKS-PENS-MES * 100 + 1.
           COMPUTE WKS-PENS-MES-FIN = WKS-PENS-MES * 100 + 31.
           PERFORM CARGA-PENSHIST-MES.
           OPEN OUTPUT ARCHIVO-REPORTE-PENS.
           IF WKS-FS-REPPEN = "00"
               PERFORM ESCRIBE-ENCABEZADO-PENS
               MOVE ZERO TO WKS-PENS-TOT-MES WKS-PENS-ORDENES
               MOVE 1 TO WKS-POS-PENS
               PERFORM ESCRIBE-ORDEN-PENS
                   UNTIL WKS-POS-PENS > WKS-CANT-PENS
               PERFORM ESCRIBE-TOTAL-PENS
               CLOSE ARCHIVO-REPORTE-PENS
               DISPLAY "CONSTANCIAS DE PENSION DEL MES ", WKS-PENS-MES,
                       " GUARDADAS EN REPPENS, ORDENES: ",
                       WKS-PENS-ORDENES
           ELSE
               DISPLAY "NO SE PUDO CREAR EL ARCHIVO REPPENS".

           CARGA-PENSHIST-MES.
           MOVE ZERO TO WKS-CANT-PENH.
           OPEN INPUT ARCHIVO-PENS-HIST.
           IF WKS-FS-PENH = "00"
               MOVE 'N' TO WKS-SW-EOF-PENH
               READ ARCHIVO-PENS-HIST
                   AT END MOVE 'S' TO WKS-SW-EOF-PENH
               END-READ
               PERFORM CARGA-PENH-TABLA UNTIL WKS-EOF-PENH
               CLOSE ARCHIVO-PENS-HIST.

           CARGA-PENH-TABLA.
           IF REG-PH-PERIODO = WKS-PENS-MES
               IF WKS-CANT-PENH < WKS-MAX-PENH
                   ADD 1 TO WKS-CANT-PENH
                   MOVE REG-PH-PERIODO
                                   TO WKS-PH-PERIODO(WKS-CANT-PENH)
                   MOVE REG-PH-FRECUENCIA
                                   TO WKS-PH-FRECUENCIA(WKS-CANT-PENH)
                   MOVE REG-PH-SUBPER TO WKS-PH-SUBPER(WKS-CANT-PENH)
                   MOVE REG-PH-ID     TO WKS-PH-ID(WKS-CANT-PENH)
                   MOVE REG-PH-EXPEDIENTE
                                   TO WKS-PH-EXPEDIENTE(WKS-CANT-PENH)
                   MOVE REG-PH-IMPORTE
                                   TO WKS-PH-IMPORTE(WKS-CANT-PENH)
                   MOVE REG-PH-BASE   TO WKS-PH-BASE(WKS-CANT-PENH)
               ELSE
                   DISPLAY "TABLA DE RETENCIONES DEL MES LLENA, ",
                           "REGISTRO IGNORADO EXPEDIENTE: ",
                           REG-PH-EXPEDIENTE.
           READ ARCHIVO-PENS-HIST
               AT END MOVE 'S' TO WKS-SW-EOF-PENH
           END-READ.

           ESCRIBE-ENCABEZADO-PENS.
           MOVE SPACES TO REG-REPORTE-PENS.
           STRING "CONSTANCIA MENSUAL DE RETENCIONES POR "
                                               DELIMITED BY SIZE
                  "PENSION ALIMENTICIA"        DELIMITED BY SIZE
               INTO REG-REPORTE-PENS.
           WRITE REG-REPORTE-PENS.
           MOVE SPACES TO REG-REPORTE-PENS.
           STRING "MES: "                      DELIMITED BY SIZE
                  WKS-PENS-MES                 DELIMITED BY SIZE
               INTO REG-REPORTE-PENS.
           WRITE REG-REPORTE-PENS.
           MOVE SPACES TO REG-REPORTE-PENS.
           WRITE REG-REPORTE-PENS.

           ESCRIBE-ORDEN-PENS.
           MOVE 'N' TO WKS-SW-PENS-MES.
           IF WKS-PN-FECHA-INI(WKS-POS-PENS) <= WKS-PENS-MES-FIN
               AND (WKS-PN-FECHA-FIN(WKS-POS-PENS) = ZERO
               OR WKS-PN-FECHA-FIN(WKS-POS-PENS) >= WKS-PENS-MES-INI)
               MOVE 'S' TO WKS-SW-PENS-MES.
           MOVE ZERO TO WKS-PENS-LINEAS WKS-PENS-TOT-ORDEN.
           MOVE 1 TO WKS-POS-PENH.
           PERFORM CUENTA-PENH-ORDEN UNTIL WKS-POS-PENH > WKS-CANT-PENH.
           IF WKS-PENS-LINEAS > ZERO
               MOVE 'S' TO WKS-SW-PENS-MES.
           IF WKS-PENS-EN-MES
               PERFORM ESCRIBE-DATOS-ORDEN-PENS.
           ADD 1 TO WKS-POS-PENS.

           CUENTA-PENH-ORDEN.
           IF WKS-PH-ID(WKS-POS-PENH) = WKS-PN-ID(WKS-POS-PENS)
               AND WKS-PH-EXPEDIENTE(WKS-POS-PENH)
                   = WKS-PN-EXPEDIENTE(WKS-POS-PENS)
               ADD 1 TO WKS-PENS-LINEAS
               ADD WKS-PH-IMPORTE(WKS-POS-PENH) TO WKS-PENS-TOT-ORDEN.
           ADD 1 TO WKS-POS-PENH.

           ESCRIBE-DATOS-ORDEN-PENS.
           ADD 1 TO WKS-PENS-ORDENES.
           ADD WKS-PENS-TOT-ORDEN TO WKS-PENS-TOT-MES.
           SET WKS-INDICE TO 1.
           SEARCH WKS-DATOS-TRAB
               AT END
                   MOVE "(NO VIGENTE)" TO WKS-NOMBRE-COMPLETO
               WHEN WKS-ID-TRAB(WKS-INDICE)
                    = WKS-PN-ID(WKS-POS-PENS)
                   SET WKS-SUB-TRAB TO WKS-INDICE
                   PERFORM ARMA-NOMBRE-COMPLETO.
           MOVE WKS-LINEA-GUION TO REG-REPORTE-PENS.
           WRITE REG-REPORTE-PENS.
           MOVE SPACES TO REG-REPORTE-PENS.
           STRING "EXPEDIENTE: "               DELIMITED BY SIZE
                  WKS-PN-EXPEDIENTE(WKS-POS-PENS)
                                               DELIMITED BY SIZE
                  " TRABAJADOR: "              DELIMITED BY SIZE
                  WKS-PN-ID(WKS-POS-PENS)      DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WKS-NOMBRE-COMPLETO          DELIMITED BY "  "
               INTO REG-REPORTE-PENS.
           WRITE REG-REPORTE-PENS.
           MOVE SPACES TO REG-REPORTE-PENS.
           IF WKS-PN-CLABE(WKS-POS-PENS) = SPACES
               STRING "BENEFICIARIO: "         DELIMITED BY SIZE
                      WKS-PN-BENEF(WKS-POS-PENS)
                                               DELIMITED BY SIZE
                      " CLABE: SIN CLABE (PAGO MANUAL)"
                                               DELIMITED BY SIZE
                   INTO REG-REPORTE-PENS
           ELSE
               STRING "BENEFICIARIO: "         DELIMITED BY SIZE
                      WKS-PN-BENEF(WKS-POS-PENS)
                                               DELIMITED BY SIZE
                      " CLABE: "               DELIMITED BY SIZE
                      WKS-PN-CLABE(WKS-POS-PENS)
                                               DELIMITED BY SIZE
                   INTO REG-REPORTE-PENS.
           WRITE REG-REPORTE-PENS.
           MOVE SPACES TO REG-REPORTE-PENS.
           MOVE 1 TO WKS-PTR-NOMBRES-DEP.
           IF WKS-PN-PORCENTAJE(WKS-POS-PENS)
               MOVE WKS-PN-PORC(WKS-POS-PENS) TO WKS-PENS-PORC-FORMATO
               STRING "DESCUENTO: "            DELIMITED BY SIZE
                      WKS-PENS-PORC-FORMATO    DELIMITED BY SIZE
                      " % DEL NETO"            DELIMITED BY SIZE
                   INTO REG-REPORTE-PENS
                   WITH POINTER WKS-PTR-NOMBRES-DEP
           ELSE
               MOVE WKS-PN-IMPORTE(WKS-POS-PENS) TO WKS-CONCEPTO-FORMATO
               STRING "DESCUENTO FIJO MENSUAL: "
                                               DELIMITED BY SIZE
                      WKS-CONCEPTO-FORMATO     DELIMITED BY SIZE
                   INTO REG-REPORTE-PENS
                   WITH POINTER WKS-PTR-NOMBRES-DEP.
           STRING "  VIGENCIA DEL "            DELIMITED BY SIZE
                  WKS-PN-FECHA-INI(WKS-POS-PENS)
                                               DELIMITED BY SIZE
               INTO REG-REPORTE-PENS
               WITH POINTER WKS-PTR-NOMBRES-DEP.
           IF WKS-PN-FECHA-FIN(WKS-POS-PENS) = ZERO
               STRING " POR TIEMPO INDEFINIDO" DELIMITED BY SIZE
                   INTO REG-REPORTE-PENS
                   WITH POINTER WKS-PTR-NOMBRES-DEP
           ELSE
               STRING " AL "                   DELIMITED BY SIZE
                      WKS-PN-FECHA-FIN(WKS-POS-PENS)
                                               DELIMITED BY SIZE
                   INTO REG-REPORTE-PENS
                   WITH POINTER WKS-PTR-NOMBRES-DEP.
           WRITE REG-REPORTE-PENS.
           IF WKS-PENS-LINEAS = ZERO
               MOVE "    SIN RETENCIONES EN EL MES" TO REG-REPORTE-PENS
               WRITE REG-REPORTE-PENS
           ELSE
               MOVE "    PERIODO  FREC  SUB   BASE NETA     RETENIDO"
                                              TO REG-REPORTE-PENS
               WRITE REG-REPORTE-PENS
               MOVE 1 TO WKS-POS-PENH
               PERFORM ESCRIBE-PENH-ORDEN
                   UNTIL WKS-POS-PENH > WKS-CANT-PENH
               MOVE WKS-PENS-TOT-ORDEN TO WKS-RES-FORMATO
               MOVE SPACES TO REG-REPORTE-PENS
               STRING "    TOTAL RETENIDO EN EL MES: "
                                               DELIMITED BY SIZE
                      WKS-RES-FORMATO          DELIMITED BY SIZE
                   INTO REG-REPORTE-PENS
               WRITE REG-REPORTE-PENS.
           MOVE SPACES TO REG-REPORTE-PENS.
           WRITE REG-REPORTE-PENS.

           ESCRIBE-PENH-ORDEN.
           IF WKS-PH-ID(WKS-POS-PENH) = WKS-PN-ID(WKS-POS-PENS)
               AND WKS-PH-EXPEDIENTE(WKS-POS-PENH)
                   = WKS-PN-EXPEDIENTE(WKS-POS-PENS)
               MOVE WKS-PH-BASE(WKS-POS-PENH) TO WKS-BASE-FORMATO
               MOVE WKS-PH-IMPORTE(WKS-POS-PENH)
                                              TO WKS-CONCEPTO-FORMATO
               MOVE SPACES TO REG-REPORTE-PENS
               STRING "    "                   DELIMITED BY SIZE
                      WKS-PH-PERIODO(WKS-POS-PENH)
                                               DELIMITED BY SIZE
                      "   "                    DELIMITED BY SIZE
                      WKS-PH-FRECUENCIA(WKS-POS-PENH)
                                               DELIMITED BY SIZE
                      "     "                  DELIMITED BY SIZE
                      WKS-PH-SUBPER(WKS-POS-PENH)
                                               DELIMITED BY SIZE
                      "   "                    DELIMITED BY SIZE
                      WKS-BASE-FORMATO         DELIMITED BY SIZE
                      "   "                    DELIMITED BY SIZE
                      WKS-CONCEPTO-FORMATO     DELIMITED BY SIZE
                   INTO REG-REPORTE-PENS
               WRITE REG-REPORTE-PENS.
           ADD 1 TO WKS-POS-PENH.

           ESCRIBE-TOTAL-PENS.
           MOVE WKS-LINEA-SEP TO REG-REPORTE-PENS.
           WRITE REG-REPORTE-PENS.
           MOVE WKS-PENS-ORDENES TO WKS-PERS-FORMATO.
           MOVE WKS-PENS-TOT-MES TO WKS-RES-FORMATO.
           MOVE SPACES TO REG-REPORTE-PENS.
           STRING "ORDENES REPORTADAS: "       DELIMITED BY SIZE
                  WKS-PERS-FORMATO             DELIMITED BY SIZE
                  "  TOTAL RETENIDO EN EL MES: "
                                               DELIMITED BY SIZE
                  WKS-RES-FORMATO              DELIMITED BY SIZE
               INTO REG-REPORTE-PENS.
           WRITE REG-REPORTE-PENS.

           CARGA-CAMBIOS.
           MOVE ZERO TO WKS-CANT-CAMB WKS-CAMB-ULT-FOLIO.
           OPEN INPUT ARCHIVO-CAMBIOS.
           IF WKS-FS-CAMB = "00"
               MOVE 'N' TO WKS-SW-EOF-CAMB
               READ ARCHIVO-CAMBIOS
                   AT END MOVE 'S' TO WKS-SW-EOF-CAMB
               END-READ
               PERFORM CARGA-CAMB-TABLA UNTIL WKS-EOF-CAMB
               CLOSE ARCHIVO-CAMBIOS
               PERFORM VENCE-CAMBIOS
           ELSE
               DISPLAY "SIN ARCHIVO DE CAMBIOS PENDIENTES, SE INICIA ",
                       "VACIO".

           CARGA-CAMB-TABLA.
           IF WKS-CANT-CAMB < WKS-MAX-CAMB
               ADD 1 TO WKS-CANT-CAMB
               MOVE REG-CAMB-FOLIO    TO WKS-CB-FOLIO(WKS-CANT-CAMB)
               MOVE REG-CAMB-TIPO     TO WKS-CB-TIPO(WKS-CANT-CAMB)
               MOVE REG-CAMB-ID       TO WKS-CB-ID(WKS-CANT-CAMB)
               MOVE REG-CAMB-SAL-ANT  TO WKS-CB-SAL-ANT(WKS-CANT-CAMB)
               MOVE REG-CAMB-SAL-NUEVO
                                   TO WKS-CB-SAL-NUEVO(WKS-CANT-CAMB)
               MOVE REG-CAMB-BANCO-ANT
                                   TO WKS-CB-BANCO-ANT(WKS-CANT-CAMB)
               MOVE REG-CAMB-CLABE-ANT
                                   TO WKS-CB-CLABE-ANT(WKS-CANT-CAMB)
               MOVE REG-CAMB-BANCO    TO WKS-CB-BANCO(WKS-CANT-CAMB)
               MOVE REG-CAMB-CLABE    TO WKS-CB-CLABE(WKS-CANT-CAMB)
               MOVE REG-CAMB-FECHA-EFEC
                                   TO WKS-CB-FECHA-EFEC(WKS-CANT-CAMB)
               MOVE REG-CAMB-USR-SOL  TO WKS-CB-USR-SOL(WKS-CANT-CAMB)
               MOVE REG-CAMB-FECHA-SOL
                                   TO WKS-CB-FECHA-SOL(WKS-CANT-CAMB)
               MOVE REG-CAMB-ESTADO   TO WKS-CB-ESTADO(WKS-CANT-CAMB)
               MOVE REG-CAMB-USR-AUT  TO WKS-CB-USR-AUT(WKS-CANT-CAMB)
               MOVE REG-CAMB-FECHA-AUT
                                   TO WKS-CB-FECHA-AUT(WKS-CANT-CAMB)
               MOVE REG-CAMB-MOTIVO   TO WKS-CB-MOTIVO(WKS-CANT-CAMB)
               IF REG-CAMB-FOLIO > WKS-CAMB-ULT-FOLIO
                   MOVE REG-CAMB-FOLIO TO WKS-CAMB-ULT-FOLIO
               END-IF
           ELSE
               DISPLAY "TABLA DE CAMBIOS PENDIENTES LLENA, REGISTRO ",
                       "IGNORADO FOLIO: ", REG-CAMB-FOLIO.
           READ ARCHIVO-CAMBIOS
               AT END MOVE 'S' TO WKS-SW-EOF-CAMB
           END-READ.

           GUARDA-CAMBIOS.
           OPEN OUTPUT ARCHIVO-CAMBIOS.
           IF WKS-FS-CAMB = "00"
               MOVE 1 TO WKS-POS-CAMB
               PERFORM ESCRIBE-CAMB-ARCHIVO
                   UNTIL WKS-POS-CAMB > WKS-CANT-CAMB
               CLOSE ARCHIVO-CAMBIOS
           ELSE
               DISPLAY "NO SE PUDO GUARDAR EL ARCHIVO DE CAMBIOS ",
                       "PENDIENTES".

           ESCRIBE-CAMB-ARCHIVO.
           MOVE WKS-CB-FOLIO(WKS-POS-CAMB)      TO REG-CAMB-FOLIO.
           MOVE WKS-CB-TIPO(WKS-POS-CAMB)       TO REG-CAMB-TIPO.
           MOVE WKS-CB-ID(WKS-POS-CAMB)         TO REG-CAMB-ID.
           MOVE WKS-CB-SAL-ANT(WKS-POS-CAMB)    TO REG-CAMB-SAL-ANT.
           MOVE WKS-CB-SAL-NUEVO(WKS-POS-CAMB)  TO REG-CAMB-SAL-NUEVO.
           MOVE WKS-CB-BANCO-ANT(WKS-POS-CAMB)  TO REG-CAMB-BANCO-ANT.
           MOVE WKS-CB-CLABE-ANT(WKS-POS-CAMB)  TO REG-CAMB-CLABE-ANT.
           MOVE WKS-CB-BANCO(WKS-POS-CAMB)      TO REG-CAMB-BANCO.
           MOVE WKS-CB-CLABE(WKS-POS-CAMB)      TO REG-CAMB-CLABE.
           MOVE WKS-CB-FECHA-EFEC(WKS-POS-CAMB) TO REG-CAMB-FECHA-EFEC.
           MOVE WKS-CB-USR-SOL(WKS-POS-CAMB)    TO REG-CAMB-USR-SOL.
           MOVE WKS-CB-FECHA-SOL(WKS-POS-CAMB)  TO REG-CAMB-FECHA-SOL.
           MOVE WKS-CB-ESTADO(WKS-POS-CAMB)     TO REG-CAMB-ESTADO.
           MOVE WKS-CB-USR-AUT(WKS-POS-CAMB)    TO REG-CAMB-USR-AUT.
           MOVE WKS-CB-FECHA-AUT(WKS-POS-CAMB)  TO REG-CAMB-FECHA-AUT.
           MOVE WKS-CB-MOTIVO(WKS-POS-CAMB)     TO REG-CAMB-MOTIVO.
           WRITE REG-CAMBIO.
           ADD 1 TO WKS-POS-CAMB.

           VENCE-CAMBIOS.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE ZERO TO WKS-CAMB-VENCIDOS.
           MOVE 1 TO WKS-POS-CAMB.
           PERFORM CHECA-CAMBIO-VENCIDO
               UNTIL WKS-POS-CAMB > WKS-CANT-CAMB.
           IF WKS-CAMB-VENCIDOS > ZERO
               PERFORM GUARDA-CAMBIOS
               DISPLAY "AVISO: ", WKS-CAMB-VENCIDOS, " SOLICITUDES ",
                       "DE CAMBIO VENCIERON SIN AUTORIZACION (MAS DE ",
                       WKS-CAMB-VIGENCIA, " DIAS)".

           CHECA-CAMBIO-VENCIDO.
           IF WKS-CB-PENDIENTE(WKS-POS-CAMB)
               MOVE WKS-CB-FECHA-SOL(WKS-POS-CAMB) TO WKS-CAMB-FECHA-A
               MOVE WKS-FECHA-HOY TO WKS-CAMB-FECHA-B
               COMPUTE WKS-CAMB-DIAS =
                       (WKS-CFB-ANIO - WKS-CFA-ANIO) * 360
                     + (WKS-CFB-MES - WKS-CFA-MES) * 30
                     + WKS-CFB-DIA - WKS-CFA-DIA
               IF WKS-CAMB-DIAS > WKS-CAMB-VIGENCIA
                   MOVE 'V' TO WKS-CB-ESTADO(WKS-POS-CAMB)
                   MOVE SPACES TO WKS-CB-USR-AUT(WKS-POS-CAMB)
                   MOVE WKS-FECHA-HOY TO WKS-CB-FECHA-AUT(WKS-POS-CAMB)
                   MOVE "VENCIDA SIN AUTORIZACION"
                                       TO WKS-CB-MOTIVO(WKS-POS-CAMB)
                   ADD 1 TO WKS-CAMB-VENCIDOS.
           ADD 1 TO WKS-POS-CAMB.

           IDENTIFICA-USUARIO.
           IF WKS-USUARIO = SPACES
               DISPLAY "USUARIO QUE CAPTURA:"
               ACCEPT WKS-USR-CAPTURA
               DISPLAY "CLAVE DE ACCESO:"
               ACCEPT WKS-USR-CLAVE
               PERFORM BUSCA-USUARIO
               IF WKS-USUARIO-VALIDO
                   MOVE WKS-USR-CAPTURA TO WKS-USUARIO
               ELSE
                   DISPLAY "USUARIO O CLAVE INVALIDOS, NO SE PUEDEN ",
                           "SOLICITAR CAMBIOS DE SALARIO, CUENTA O BAJA"
               END-IF
           ELSE
               MOVE 'S' TO WKS-SW-USR-VALIDO.

           IDENTIFICA-AUTORIZADOR.
           DISPLAY "USUARIO QUE AUTORIZA:".
           ACCEPT WKS-USR-CAPTURA.
           DISPLAY "CLAVE DE ACCESO:".
           ACCEPT WKS-USR-CLAVE.
           PERFORM BUSCA-USUARIO.
           MOVE WKS-USR-CAPTURA TO WKS-USR-AUTORIZADOR.
           IF NOT WKS-USUARIO-VALIDO
               DISPLAY "USUARIO O CLAVE INVALIDOS"
           ELSE
           IF NOT WKS-USR-AUTORIZA
               DISPLAY "EL USUARIO ", WKS-USR-AUTORIZADOR, " NO TIENE ",
                       "FACULTAD PARA AUTORIZAR CAMBIOS".

           BUSCA-USUARIO.
           MOVE 'N' TO WKS-SW-USR-VALIDO WKS-SW-USR-AUTORIZA.
           OPEN INPUT ARCHIVO-USUARIOS.
           IF WKS-FS-USR = "00"
               MOVE 'N' TO WKS-SW-EOF-USR
               READ ARCHIVO-USUARIOS
                   AT END MOVE 'S' TO WKS-SW-EOF-USR
               END-READ
               PERFORM CHECA-USUARIO UNTIL WKS-EOF-USR
               CLOSE ARCHIVO-USUARIOS
           ELSE
               DISPLAY "SIN ARCHIVO DE USUARIOS, NO SE PUEDEN ",
                       "SOLICITAR NI AUTORIZAR CAMBIOS".

           CHECA-USUARIO.
           IF REG-USR-ID = WKS-USR-CAPTURA
               AND WKS-USR-CAPTURA NOT = SPACES
               MOVE 'S' TO WKS-SW-EOF-USR
               IF REG-USR-CLAVE = WKS-USR-CLAVE
                   MOVE 'S' TO WKS-SW-USR-VALIDO
                   IF REG-USR-AUTORIZA = 'S'
                       MOVE 'S' TO WKS-SW-USR-AUTORIZA
                   END-IF
               END-IF
           ELSE
               READ ARCHIVO-USUARIOS
                   AT END MOVE 'S' TO WKS-SW-EOF-USR
               END-READ.

           VALIDA-SOLICITUD-CAMBIO.
           MOVE 'N' TO WKS-SW-CAMB-EXISTE.
           PERFORM IDENTIFICA-USUARIO.
           IF WKS-USUARIO-VALIDO
               PERFORM BUSCA-CAMBIO-PEND
               IF WKS-CAMB-EXISTE
                   DISPLAY "YA EXISTE LA SOLICITUD PENDIENTE FOLIO ",
                           WKS-CB-FOLIO(WKS-POS-CAMB-ENC),
                           " DEL MISMO TIPO, ESPERE SU AUTORIZACION".

           BUSCA-CAMBIO-PEND.
           MOVE 'N' TO WKS-SW-CAMB-EXISTE.
           MOVE ZERO TO WKS-POS-CAMB-ENC.
           MOVE 1 TO WKS-POS-CAMB.
           PERFORM CHECA-CAMBIO-PEND UNTIL WKS-POS-CAMB > WKS-CANT-CAMB.

           CHECA-CAMBIO-PEND.
           IF WKS-CB-ID(WKS-POS-CAMB) = WKS-ID-TRAB(WKS-INDICE)
               AND WKS-CB-TIPO(WKS-POS-CAMB) = WKS-CAMB-TIPO
               AND WKS-CB-PENDIENTE(WKS-POS-CAMB)
               MOVE 'S' TO WKS-SW-CAMB-EXISTE
               MOVE WKS-POS-CAMB TO WKS-POS-CAMB-ENC.
           ADD 1 TO WKS-POS-CAMB.

           SOLICITA-CAMBIO-SALARIO.
           MOVE 'S' TO WKS-CAMB-TIPO.
           PERFORM VALIDA-SOLICITUD-CAMBIO.
           IF WKS-USUARIO-VALIDO AND NOT WKS-CAMB-EXISTE
               MOVE WKS-SALARIO(WKS-INDICE) TO WKS-SAL-ANTERIOR
               DISPLAY "DAME EL NUEVO SALARIO"
               ACCEPT WKS-AUX-SALARIO
               PERFORM VALIDA-SALARIO-MOD
               MOVE WKS-SAL-ANTERIOR TO WKS-SALARIO(WKS-INDICE)
               MOVE WKS-AUX-SALARIO TO WKS-CAMB-SAL-NUEVO
               IF WKS-CAMB-SAL-NUEVO = WKS-SAL-ANTERIOR
                   DISPLAY "EL SALARIO ES IGUAL AL ACTUAL, NO SE ",
                           "REGISTRA LA SOLICITUD"
               ELSE
                   PERFORM CAPTURA-FECHA-EFECTIVA
                   MOVE WKS-FECHA-EFECTIVA TO WKS-CAMB-FECHA-EFEC
                   PERFORM REGISTRA-CAMBIO.

           SOLICITA-CAMBIO-CUENTA.
           MOVE 'C' TO WKS-CAMB-TIPO.
           PERFORM VALIDA-SOLICITUD-CAMBIO.
           IF WKS-USUARIO-VALIDO AND NOT WKS-CAMB-EXISTE
               DISPLAY "BANCO ACTUAL: ", WKS-BANCO(WKS-INDICE),
                       " CLABE ACTUAL: ", WKS-CLABE(WKS-INDICE)
               DISPLAY "NUEVO BANCO (VACIO = SIN CUENTA): "
               ACCEPT WKS-CAMB-BANCO
               PERFORM PIDE-CLABE-CAMBIO
               IF WKS-CAMB-BANCO = WKS-BANCO(WKS-INDICE)
                   AND WKS-CAMB-CLABE = WKS-CLABE(WKS-INDICE)
                   DISPLAY "LA CUENTA ES IGUAL A LA ACTUAL, NO SE ",
                           "REGISTRA LA SOLICITUD"
               ELSE
                   ACCEPT WKS-CAMB-FECHA-EFEC FROM DATE YYYYMMDD
                   PERFORM REGISTRA-CAMBIO.

           PIDE-CLABE-CAMBIO.
           DISPLAY "NUEVA CLABE INTERBANCARIA (18 DIGITOS, ",
                   "VACIO = SIN CUENTA): ".
           ACCEPT WKS-CAMB-CLABE.
           IF WKS-CAMB-CLABE = SPACES
               DISPLAY "AVISO: TRABAJADOR SIN CLABE, NO ENTRARA EN ",
                       "LA DISPERSION BANCARIA"
           ELSE
           IF WKS-CAMB-CLABE NOT NUMERIC
               DISPLAY "CLABE INVALIDA, DEBEN SER 18 DIGITOS"
               PERFORM PIDE-CLABE-CAMBIO.

           SOLICITA-CAMBIO-BAJA.
           MOVE 'B' TO WKS-CAMB-TIPO.
           PERFORM VALIDA-SOLICITUD-CAMBIO.
           IF WKS-USUARIO-VALIDO AND NOT WKS-CAMB-EXISTE
               ACCEPT WKS-CAMB-FECHA-EFEC FROM DATE YYYYMMDD
               PERFORM REGISTRA-CAMBIO.

           SOLICITA-SALARIO-LOTE.
           MOVE 'S' TO WKS-CAMB-TIPO.
           MOVE 'N' TO WKS-SW-CAMB-EXISTE.
           IF WKS-USUARIO-VALIDO
               PERFORM BUSCA-CAMBIO-PEND.
           IF NOT WKS-USUARIO-VALIDO
               DISPLAY "CAMBIO DE SALARIO NO REGISTRADO, USUARIO NO ",
                       "IDENTIFICADO ID: ", REG-LOTE-ID
           ELSE
           IF WKS-CAMB-EXISTE
               DISPLAY "CAMBIO DE SALARIO NO REGISTRADO, YA HAY UNA ",
                       "SOLICITUD PENDIENTE ID: ", REG-LOTE-ID
           ELSE
               MOVE WKS-AUX-SALARIO TO WKS-CAMB-SAL-NUEVO
               ACCEPT WKS-CAMB-FECHA-EFEC FROM DATE YYYYMMDD
               PERFORM REGISTRA-CAMBIO
               ADD 1 TO WKS-LOTE-PENDIENTES.

           SOLICITA-BAJA-LOTE.
           MOVE 'B' TO WKS-CAMB-TIPO.
           MOVE 'N' TO WKS-SW-CAMB-EXISTE.
           IF WKS-USUARIO-VALIDO
               PERFORM BUSCA-CAMBIO-PEND.
           IF NOT WKS-USUARIO-VALIDO
               DISPLAY "BAJA RECHAZADA, USUARIO NO IDENTIFICADO ID: ",
                       REG-LOTE-ID
               ADD 1 TO WKS-LOTE-RECHAZADOS
           ELSE
           IF WKS-CAMB-EXISTE
               DISPLAY "BAJA RECHAZADA, YA HAY UNA SOLICITUD ",
                       "PENDIENTE ID: ", REG-LOTE-ID
               ADD 1 TO WKS-LOTE-RECHAZADOS
           ELSE
               ACCEPT WKS-CAMB-FECHA-EFEC FROM DATE YYYYMMDD
               PERFORM REGISTRA-CAMBIO
               ADD 1 TO WKS-LOTE-PENDIENTES.

           REGISTRA-CAMBIO.
           IF WKS-CANT-CAMB >= WKS-MAX-CAMB
               DISPLAY "TABLA DE CAMBIOS PENDIENTES LLENA, CONTACTE A ",
                       "SISTEMAS"
           ELSE
               ADD 1 TO WKS-CANT-CAMB
               ADD 1 TO WKS-CAMB-ULT-FOLIO
               MOVE WKS-CAMB-ULT-FOLIO TO WKS-CB-FOLIO(WKS-CANT-CAMB)
               MOVE WKS-CAMB-TIPO   TO WKS-CB-TIPO(WKS-CANT-CAMB)
               MOVE WKS-ID-TRAB(WKS-INDICE) TO WKS-CB-ID(WKS-CANT-CAMB)
               MOVE WKS-SALARIO(WKS-INDICE)
                                   TO WKS-CB-SAL-ANT(WKS-CANT-CAMB)
                                      WKS-CB-SAL-NUEVO(WKS-CANT-CAMB)
               MOVE WKS-BANCO(WKS-INDICE)
                                   TO WKS-CB-BANCO-ANT(WKS-CANT-CAMB)
                                      WKS-CB-BANCO(WKS-CANT-CAMB)
               MOVE WKS-CLABE(WKS-INDICE)
                                   TO WKS-CB-CLABE-ANT(WKS-CANT-CAMB)
                                      WKS-CB-CLABE(WKS-CANT-CAMB)
               IF WKS-CB-SALARIO(WKS-CANT-CAMB)
                   MOVE WKS-CAMB-SAL-NUEVO
                                   TO WKS-CB-SAL-NUEVO(WKS-CANT-CAMB)
               END-IF
               IF WKS-CB-CUENTA(WKS-CANT-CAMB)
                   MOVE WKS-CAMB-BANCO TO WKS-CB-BANCO(WKS-CANT-CAMB)
                   MOVE WKS-CAMB-CLABE TO WKS-CB-CLABE(WKS-CANT-CAMB)
               END-IF
               MOVE WKS-CAMB-FECHA-EFEC
                                   TO WKS-CB-FECHA-EFEC(WKS-CANT-CAMB)
               MOVE WKS-USUARIO     TO WKS-CB-USR-SOL(WKS-CANT-CAMB)
               ACCEPT WKS-CB-FECHA-SOL(WKS-CANT-CAMB)
                                                  FROM DATE YYYYMMDD
               MOVE 'P'             TO WKS-CB-ESTADO(WKS-CANT-CAMB)
               MOVE SPACES          TO WKS-CB-USR-AUT(WKS-CANT-CAMB)
                                       WKS-CB-MOTIVO(WKS-CANT-CAMB)
               MOVE ZERO            TO WKS-CB-FECHA-AUT(WKS-CANT-CAMB)
               PERFORM GUARDA-CAMBIOS
               DISPLAY "SOLICITUD FOLIO ", WKS-CAMB-ULT-FOLIO,
                       " REGISTRADA, PENDIENTE DE AUTORIZACION POR ",
                       "OTRO USUARIO".

           AUTORIZA-CAMBIOS.
           PERFORM VENCE-CAMBIOS.
           DISPLAY "AUTORIZACION DE CAMBIOS: 1-LISTA PENDIENTES ",
                   "2-AUTORIZA SOLICITUD 3-RECHAZA SOLICITUD ",
                   "4-REPORTE DE SOLICITUDES 5-REGRESAR".
           ACCEPT WKS-ELECCION.
           IF WKS-ELECCION = 1
               PERFORM LISTA-CAMBIOS-PEND
           ELSE
           IF WKS-ELECCION = 2
               PERFORM APRUEBA-CAMBIO
           ELSE
           IF WKS-ELECCION = 3
               PERFORM RECHAZA-CAMBIO
           ELSE
           IF WKS-ELECCION = 4
               PERFORM REPORTE-CAMBIOS
           ELSE
           IF WKS-ELECCION = 5
               NEXT SENTENCE
           ELSE
               DISPLAY "OPCION INVALIDA VERIFIQUE"
               PERFORM AUTORIZA-CAMBIOS.

           LISTA-CAMBIOS-PEND.
           MOVE ZERO TO WKS-CAMB-TOT-PEND.
           MOVE 1 TO WKS-POS-CAMB.
           PERFORM MUESTRA-CAMBIO-PEND
               UNTIL WKS-POS-CAMB > WKS-CANT-CAMB.
           DISPLAY "SOLICITUDES PENDIENTES: ", WKS-CAMB-TOT-PEND.

           MUESTRA-CAMBIO-PEND.
           IF WKS-CB-PENDIENTE(WKS-POS-CAMB)
               ADD 1 TO WKS-CAMB-TOT-PEND
               PERFORM DESCRIBE-CAMBIO
               DISPLAY "FOLIO: ", WKS-CB-FOLIO(WKS-POS-CAMB), " ",
                       WKS-CAMB-TIPO-DESC, " ID: ",
                       WKS-CB-ID(WKS-POS-CAMB), " SOLICITO: ",
                       WKS-CB-USR-SOL(WKS-POS-CAMB), " EL ",
                       WKS-CB-FECHA-SOL(WKS-POS-CAMB)
               IF WKS-CB-SALARIO(WKS-POS-CAMB)
                   MOVE WKS-CB-SAL-ANT(WKS-POS-CAMB) TO WKS-SAL-FORMATO
                   MOVE WKS-CB-SAL-NUEVO(WKS-POS-CAMB)
                                               TO WKS-CONCEPTO-FORMATO
                   DISPLAY "   SALARIO ACTUAL: ", WKS-SAL-FORMATO,
                           " NUEVO: ", WKS-CONCEPTO-FORMATO,
                           " EFECTIVO: ",
                           WKS-CB-FECHA-EFEC(WKS-POS-CAMB)
               ELSE
               IF WKS-CB-CUENTA(WKS-POS-CAMB)
                   DISPLAY "   CLABE ACTUAL: ",
                           WKS-CB-CLABE-ANT(WKS-POS-CAMB),
                           " NUEVA: ", WKS-CB-CLABE(WKS-POS-CAMB),
                           " BANCO: ", WKS-CB-BANCO(WKS-POS-CAMB)
               ELSE
                   DISPLAY "   BAJA CON FECHA: ",
                           WKS-CB-FECHA-EFEC(WKS-POS-CAMB).
           ADD 1 TO WKS-POS-CAMB.

           DESCRIBE-CAMBIO.
           IF WKS-CB-SALARIO(WKS-POS-CAMB)
               MOVE "CAMBIO SALARIO" TO WKS-CAMB-TIPO-DESC
           ELSE
           IF WKS-CB-CUENTA(WKS-POS-CAMB)
               MOVE "CAMBIO CUENTA" TO WKS-CAMB-TIPO-DESC
           ELSE
               MOVE "BAJA" TO WKS-CAMB-TIPO-DESC.
           IF WKS-CB-PENDIENTE(WKS-POS-CAMB)
               MOVE "PENDIENTE" TO WKS-CAMB-EDO-DESC
           ELSE
           IF WKS-CB-AUTORIZADO(WKS-POS-CAMB)
               MOVE "AUTORIZADA" TO WKS-CAMB-EDO-DESC
           ELSE
           IF WKS-CB-RECHAZADO(WKS-POS-CAMB)
               MOVE "RECHAZADA" TO WKS-CAMB-EDO-DESC
           ELSE
               MOVE "VENCIDA" TO WKS-CAMB-EDO-DESC.

           PIDE-FOLIO-CAMBIO.
           DISPLAY "FOLIO DE LA SOLICITUD:".
           ACCEPT WKS-CAMB-FOLIO.
           MOVE 'N' TO WKS-SW-CAMB-EXISTE.
           MOVE ZERO TO WKS-POS-CAMB-ENC.
           MOVE 1 TO WKS-POS-CAMB.
           PERFORM CHECA-FOLIO-CAMBIO
               UNTIL WKS-POS-CAMB > WKS-CANT-CAMB.
           IF NOT WKS-CAMB-EXISTE
               DISPLAY "FOLIO NO ENCONTRADO"
           ELSE
           IF NOT WKS-CB-PENDIENTE(WKS-POS-CAMB-ENC)
               MOVE WKS-POS-CAMB-ENC TO WKS-POS-CAMB
               PERFORM DESCRIBE-CAMBIO
               DISPLAY "LA SOLICITUD YA NO ESTA PENDIENTE, ESTADO: ",
                       WKS-CAMB-EDO-DESC
               MOVE 'N' TO WKS-SW-CAMB-EXISTE.

           CHECA-FOLIO-CAMBIO.
           IF WKS-CB-FOLIO(WKS-POS-CAMB) = WKS-CAMB-FOLIO
               MOVE 'S' TO WKS-SW-CAMB-EXISTE
               MOVE WKS-POS-CAMB TO WKS-POS-CAMB-ENC.
           ADD 1 TO WKS-POS-CAMB.

           APRUEBA-CAMBIO.
           PERFORM IDENTIFICA-AUTORIZADOR.
           IF WKS-USUARIO-VALIDO AND WKS-USR-AUTORIZA
               PERFORM PIDE-FOLIO-CAMBIO
               IF WKS-CAMB-EXISTE
                   IF WKS-CB-USR-SOL(WKS-POS-CAMB-ENC)
                      = WKS-USR-AUTORIZADOR
                       DISPLAY "QUIEN SOLICITO EL CAMBIO NO PUEDE ",
                               "AUTORIZARLO, SE REQUIERE OTRO USUARIO"
                   ELSE
                       PERFORM APLICA-CAMBIO
                       IF WKS-CAMB-APLICADO
                           MOVE 'A' TO WKS-CB-ESTADO(WKS-POS-CAMB-ENC)
                           MOVE WKS-USR-AUTORIZADOR
                                   TO WKS-CB-USR-AUT(WKS-POS-CAMB-ENC)
                           ACCEPT WKS-CB-FECHA-AUT(WKS-POS-CAMB-ENC)
                                                  FROM DATE YYYYMMDD
                           PERFORM GUARDA-CAMBIOS
                           DISPLAY "SOLICITUD FOLIO ", WKS-CAMB-FOLIO,
                                   " AUTORIZADA Y APLICADA".

           APLICA-CAMBIO.
           MOVE 'N' TO WKS-SW-CAMB-APLICADO.
           SET WKS-INDICE TO 1.
           SEARCH WKS-DATOS-TRAB
               AT END
                   DISPLAY "TRABAJADOR NO ENCONTRADO, RECHACE LA ",
                           "SOLICITUD"
               WHEN WKS-ID-TRAB(WKS-INDICE)
                    = WKS-CB-ID(WKS-POS-CAMB-ENC)
                   PERFORM APLICA-CAMBIO-TRAB.

           APLICA-CAMBIO-TRAB.
           IF WKS-CB-SALARIO(WKS-POS-CAMB-ENC)
               MOVE WKS-SALARIO(WKS-INDICE) TO WKS-SAL-ANTERIOR
               MOVE WKS-CB-SAL-NUEVO(WKS-POS-CAMB-ENC)
                                           TO WKS-SALARIO(WKS-INDICE)
               MOVE WKS-CB-FECHA-EFEC(WKS-POS-CAMB-ENC)
                                           TO WKS-FECHA-EFECTIVA
               PERFORM GRABA-TRAB-ACTUAL
               MOVE 'S' TO WKS-MOV-TIPO
               MOVE WKS-FECHA-EFECTIVA TO WKS-MOV-FECHA
               SET WKS-SUB-MOV TO WKS-INDICE
               PERFORM AGREGA-MOV-IMSS
               PERFORM GRABA-HIST-SALARIO
               PERFORM CALCULA-RETROACTIVO
               MOVE 'S' TO WKS-SW-CAMB-APLICADO
           ELSE
           IF WKS-CB-CUENTA(WKS-POS-CAMB-ENC)
               MOVE WKS-CB-BANCO(WKS-POS-CAMB-ENC)
                                           TO WKS-BANCO(WKS-INDICE)
               MOVE WKS-CB-CLABE(WKS-POS-CAMB-ENC)
                                           TO WKS-CLABE(WKS-INDICE)
               PERFORM GRABA-TRAB-ACTUAL
               MOVE 'S' TO WKS-SW-CAMB-APLICADO
           ELSE
           IF WKS-ACTIVO(WKS-INDICE)
               MOVE 'I' TO WKS-ESTATUS-TRAB(WKS-INDICE)
               MOVE WKS-CB-FECHA-EFEC(WKS-POS-CAMB-ENC)
                                           TO WKS-FECHA-BAJA(WKS-INDICE)
               PERFORM GRABA-TRAB-ACTUAL
               PERFORM GENERA-FINIQUITO
               MOVE 'B' TO WKS-MOV-TIPO
               MOVE WKS-FECHA-BAJA(WKS-INDICE) TO WKS-MOV-FECHA
               SET WKS-SUB-MOV TO WKS-INDICE
               PERFORM AGREGA-MOV-IMSS
               MOVE 'S' TO WKS-SW-CAMB-APLICADO
           ELSE
               DISPLAY "EL TRABAJADOR YA ESTA DADO DE BAJA, RECHACE ",
                       "LA SOLICITUD".

           RECHAZA-CAMBIO.
           PERFORM IDENTIFICA-AUTORIZADOR.
           IF WKS-USUARIO-VALIDO AND WKS-USR-AUTORIZA
               PERFORM PIDE-FOLIO-CAMBIO
               IF WKS-CAMB-EXISTE
                   DISPLAY "MOTIVO DEL RECHAZO:"
                   ACCEPT WKS-CAMB-MOTIVO
                   MOVE 'R' TO WKS-CB-ESTADO(WKS-POS-CAMB-ENC)
                   MOVE WKS-USR-AUTORIZADOR
                                   TO WKS-CB-USR-AUT(WKS-POS-CAMB-ENC)
                   ACCEPT WKS-CB-FECHA-AUT(WKS-POS-CAMB-ENC)
                                                  FROM DATE YYYYMMDD
                   MOVE WKS-CAMB-MOTIVO
                                   TO WKS-CB-MOTIVO(WKS-POS-CAMB-ENC)
                   PERFORM GUARDA-CAMBIOS
                   DISPLAY "SOLICITUD FOLIO ", WKS-CAMB-FOLIO,
                           " RECHAZADA".

           REPORTE-CAMBIOS.
           DISPLAY "ESTADO A REPORTAR P-PENDIENTE A-AUTORIZADA ",
                   "R-RECHAZADA V-VENCIDA (VACIO = TODAS):".
           ACCEPT WKS-CAMB-ESTADO-REP.
           IF WKS-CAMB-ESTADO-REP NOT = SPACE
               AND WKS-CAMB-ESTADO-REP NOT = 'P'
               AND WKS-CAMB-ESTADO-REP NOT = 'A'
               AND WKS-CAMB-ESTADO-REP NOT = 'R'
               AND WKS-CAMB-ESTADO-REP NOT = 'V'
               DISPLAY "ESTADO INVALIDO VERIFIQUE"
               PERFORM REPORTE-CAMBIOS
           ELSE
               PERFORM GENERA-REPORTE-CAMBIOS.

           GENERA-REPORTE-CAMBIOS.
           OPEN OUTPUT ARCHIVO-REPORTE-CAMB.
           IF WKS-FS-REPCAMB = "00"
               ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE SPACES TO REG-REPORTE-CAMB
               STRING "REPORTE DE SOLICITUDES DE CAMBIO DE SALARIO, "
                                               DELIMITED BY SIZE
                      "CUENTA Y BAJA"          DELIMITED BY SIZE
                   INTO REG-REPORTE-CAMB
               WRITE REG-REPORTE-CAMB
               MOVE SPACES TO REG-REPORTE-CAMB
               STRING "FECHA: "                DELIMITED BY SIZE
                      WKS-FECHA-HOY            DELIMITED BY SIZE
                      "  ESTADO: "             DELIMITED BY SIZE
                      WKS-CAMB-ESTADO-REP      DELIMITED BY SIZE
                   INTO REG-REPORTE-CAMB
               WRITE REG-REPORTE-CAMB
               MOVE WKS-LINEA-SEP TO REG-REPORTE-CAMB
               WRITE REG-REPORTE-CAMB
               MOVE ZERO TO WKS-CAMB-TOT-PEND WKS-CAMB-TOT-AUT
                            WKS-CAMB-TOT-RECH WKS-CAMB-TOT-VENC
               MOVE 1 TO WKS-POS-CAMB
               PERFORM ESCRIBE-LINEA-CAMB
                   UNTIL WKS-POS-CAMB > WKS-CANT-CAMB
               PERFORM ESCRIBE-TOTAL-CAMB
               CLOSE ARCHIVO-REPORTE-CAMB
               DISPLAY "REPORTE DE SOLICITUDES GUARDADO EN REPCAMB"
           ELSE
               DISPLAY "NO SE PUDO CREAR EL REPORTE DE SOLICITUDES".

           ESCRIBE-LINEA-CAMB.
           IF WKS-CAMB-ESTADO-REP = SPACE
               OR WKS-CAMB-ESTADO-REP = WKS-CB-ESTADO(WKS-POS-CAMB)
               PERFORM DESCRIBE-CAMBIO
               PERFORM BUSCA-NOMBRE-CAMB
               PERFORM CUENTA-ESTADO-CAMB
               MOVE SPACES TO REG-REPORTE-CAMB
               STRING WKS-CB-FOLIO(WKS-POS-CAMB) DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      WKS-CAMB-TIPO-DESC       DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      WKS-CAMB-EDO-DESC        DELIMITED BY SIZE
                      " ID: "                  DELIMITED BY SIZE
                      WKS-CB-ID(WKS-POS-CAMB)  DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      WKS-NOMBRE-COMPLETO      DELIMITED BY "  "
                   INTO REG-REPORTE-CAMB
               WRITE REG-REPORTE-CAMB
               MOVE SPACES TO REG-REPORTE-CAMB
               STRING "       SOLICITO: "      DELIMITED BY SIZE
                      WKS-CB-USR-SOL(WKS-POS-CAMB) DELIMITED BY SIZE
                      " EL "                   DELIMITED BY SIZE
                      WKS-CB-FECHA-SOL(WKS-POS-CAMB)
                                               DELIMITED BY SIZE
                      "  RESOLVIO: "           DELIMITED BY SIZE
                      WKS-CB-USR-AUT(WKS-POS-CAMB) DELIMITED BY SIZE
                      " EL "                   DELIMITED BY SIZE
                      WKS-CB-FECHA-AUT(WKS-POS-CAMB)
                                               DELIMITED BY SIZE
                   INTO REG-REPORTE-CAMB
               WRITE REG-REPORTE-CAMB
               PERFORM ESCRIBE-DETALLE-CAMB
               IF WKS-CB-MOTIVO(WKS-POS-CAMB) NOT = SPACES
                   MOVE SPACES TO REG-REPORTE-CAMB
                   STRING "       MOTIVO: "    DELIMITED BY SIZE
                          WKS-CB-MOTIVO(WKS-POS-CAMB)
                                               DELIMITED BY SIZE
                       INTO REG-REPORTE-CAMB
                   WRITE REG-REPORTE-CAMB.
           ADD 1 TO WKS-POS-CAMB.

           ESCRIBE-DETALLE-CAMB.
           MOVE SPACES TO REG-REPORTE-CAMB.
           IF WKS-CB-SALARIO(WKS-POS-CAMB)
               MOVE WKS-CB-SAL-ANT(WKS-POS-CAMB) TO WKS-SAL-FORMATO
               MOVE WKS-CB-SAL-NUEVO(WKS-POS-CAMB)
                                               TO WKS-CONCEPTO-FORMATO
               STRING "       SALARIO ANTERIOR: " DELIMITED BY SIZE
                      WKS-SAL-FORMATO          DELIMITED BY SIZE
                      " NUEVO: "               DELIMITED BY SIZE
                      WKS-CONCEPTO-FORMATO     DELIMITED BY SIZE
                      " EFECTIVO: "            DELIMITED BY SIZE
                      WKS-CB-FECHA-EFEC(WKS-POS-CAMB)
                                               DELIMITED BY SIZE
                   INTO REG-REPORTE-CAMB
           ELSE
           IF WKS-CB-CUENTA(WKS-POS-CAMB)
               STRING "       CLABE ANTERIOR: " DELIMITED BY SIZE
                      WKS-CB-CLABE-ANT(WKS-POS-CAMB)
                                               DELIMITED BY SIZE
                      " NUEVA: "               DELIMITED BY SIZE
                      WKS-CB-CLABE(WKS-POS-CAMB) DELIMITED BY SIZE
                      " BANCO: "               DELIMITED BY SIZE
                      WKS-CB-BANCO(WKS-POS-CAMB) DELIMITED BY "  "
                   INTO REG-REPORTE-CAMB
           ELSE
               STRING "       FECHA DE BAJA: " DELIMITED BY SIZE
                      WKS-CB-FECHA-EFEC(WKS-POS-CAMB)
                                               DELIMITED BY SIZE
                   INTO REG-REPORTE-CAMB.
           WRITE REG-REPORTE-CAMB.

           BUSCA-NOMBRE-CAMB.
           SET WKS-INDICE TO 1.
           SEARCH WKS-DATOS-TRAB
               AT END
                   MOVE "(NO VIGENTE)" TO WKS-NOMBRE-COMPLETO
               WHEN WKS-ID-TRAB(WKS-INDICE)
                    = WKS-CB-ID(WKS-POS-CAMB)
                   SET WKS-SUB-TRAB TO WKS-INDICE
                   PERFORM ARMA-NOMBRE-COMPLETO.

           CUENTA-ESTADO-CAMB.
           IF WKS-CB-PENDIENTE(WKS-POS-CAMB)
               ADD 1 TO WKS-CAMB-TOT-PEND
           ELSE
           IF WKS-CB-AUTORIZADO(WKS-POS-CAMB)
               ADD 1 TO WKS-CAMB-TOT-AUT
           ELSE
           IF WKS-CB-RECHAZADO(WKS-POS-CAMB)
               ADD 1 TO WKS-CAMB-TOT-RECH
           ELSE
               ADD 1 TO WKS-CAMB-TOT-VENC.

           ESCRIBE-TOTAL-CAMB.
           MOVE WKS-LINEA-SEP TO REG-REPORTE-CAMB.
           WRITE REG-REPORTE-CAMB.
           MOVE SPACES TO REG-REPORTE-CAMB.
           STRING "PENDIENTES: "               DELIMITED BY SIZE
                  WKS-CAMB-TOT-PEND            DELIMITED BY SIZE
                  "  AUTORIZADAS: "            DELIMITED BY SIZE
                  WKS-CAMB-TOT-AUT             DELIMITED BY SIZE
                  "  RECHAZADAS: "             DELIMITED BY SIZE
                  WKS-CAMB-TOT-RECH            DELIMITED BY SIZE
                  "  VENCIDAS: "               DELIMITED BY SIZE
                  WKS-CAMB-TOT-VENC            DELIMITED BY SIZE
               INTO REG-REPORTE-CAMB.
           WRITE REG-REPORTE-CAMB.

           AVISA-CAMBIOS-PEND.
           PERFORM VENCE-CAMBIOS.
           MOVE WKS-PER-ANIO TO WKS-FV-ANIO.
           MOVE WKS-PER-MES TO WKS-FV-MES.
           MOVE WKS-FRECUENCIA TO WKS-RANGO-FREC.
           MOVE WKS-SUBPERIODO TO WKS-RANGO-SUBPER.
           PERFORM RANGO-DIAS-PERIODO.
           COMPUTE WKS-CAMB-CORTE = WKS-PERIODO * 100
                                  + WKS-RANGO-DIA-FIN.
           MOVE ZERO TO WKS-CAMB-PEND-PER.
           MOVE 1 TO WKS-POS-CAMB.
           PERFORM CHECA-CAMBIO-PERIODO
               UNTIL WKS-POS-CAMB > WKS-CANT-CAMB.
           IF WKS-CAMB-PEND-PER > ZERO
               DISPLAY "AVISO: HAY ", WKS-CAMB-PEND-PER, " CAMBIOS ",
                       "PENDIENTES DE AUTORIZACION QUE AFECTAN EL ",
                       "PERIODO ", WKS-PERIODO
               DISPLAY "EL CALCULO USA LOS DATOS VIGENTES DEL ",
                       "TRABAJADOR, REVISE LA OPCION K DEL MENU".

           CHECA-CAMBIO-PERIODO.
           IF WKS-CB-PENDIENTE(WKS-POS-CAMB)
               AND WKS-CB-FECHA-EFEC(WKS-POS-CAMB) <= WKS-CAMB-CORTE
               ADD 1 TO WKS-CAMB-PEND-PER
               PERFORM DESCRIBE-CAMBIO
               DISPLAY "   FOLIO: ", WKS-CB-FOLIO(WKS-POS-CAMB), " ",
                       WKS-CAMB-TIPO-DESC, " ID: ",
                       WKS-CB-ID(WKS-POS-CAMB), " EFECTIVO: ",
                       WKS-CB-FECHA-EFEC(WKS-POS-CAMB).
           ADD 1 TO WKS-POS-CAMB.

           ABRE-PARAMETROS.
           MOVE 'N' TO WKS-SW-DESATENDIDO.
           OPEN INPUT ARCHIVO-PARAMETROS.
           IF WKS-FS-PARAM = "00"
               MOVE 'S' TO WKS-SW-DESATENDIDO
               MOVE ZERO TO WKS-RC-CORRIDA WKS-PASOS-EJEC
               MOVE 'N' TO WKS-SW-CORRIDA-DET WKS-SW-PRM-LISTOS
               DISPLAY "ARCHIVO PARAMNOM PRESENTE, CORRIDA DESATENDIDA"
               OPEN EXTEND ARCHIVO-BITACORA
               IF WKS-FS-BIT NOT = "00"
                   OPEN OUTPUT ARCHIVO-BITACORA
               END-IF
               IF WKS-FS-BIT = "00"
                   PERFORM ARMA-HORA-BITACORA
                   MOVE WKS-LINEA-SEP TO WKS-BIT-LINEA
                   PERFORM ESCRIBE-BITACORA
                   MOVE SPACES TO WKS-BIT-LINEA
                   STRING "INICIO DE CORRIDA DESATENDIDA: "
                                               DELIMITED BY SIZE
                          WKS-FECHA-HOY        DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          WKS-BIT-HORA         DELIMITED BY SIZE
                       INTO WKS-BIT-LINEA
                   PERFORM ESCRIBE-BITACORA
               ELSE
                   DISPLAY "NO SE PUDO ABRIR LA BITACORA BITNOM, ",
                           "NO SE EJECUTA NINGUN PASO"
                   MOVE 12 TO WKS-RC-CORRIDA
                   MOVE 'S' TO WKS-SW-CORRIDA-DET.

           ARMA-HORA-BITACORA.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WKS-HORA-HOY FROM TIME.
           MOVE WKS-HH-HORA TO WKS-BH-HORA.
           MOVE WKS-HH-MIN TO WKS-BH-MIN.
           MOVE WKS-HH-SEG TO WKS-BH-SEG.

           ESCRIBE-BITACORA.
           DISPLAY WKS-BIT-LINEA.
           IF WKS-FS-BIT = "00"
               MOVE WKS-BIT-LINEA TO REG-BITACORA
               WRITE REG-BITACORA.

           ESCRIBE-CONTEO.
           MOVE WKS-BIT-CUENTA TO WKS-BIT-CUENTA-FMT.
           MOVE SPACES TO WKS-BIT-LINEA.
           STRING "   "                       DELIMITED BY SIZE
                  WKS-BIT-ARCHIVO             DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-BIT-CUENTA-FMT          DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-BIT-TEXTO               DELIMITED BY "  "
               INTO WKS-BIT-LINEA.
           PERFORM ESCRIBE-BITACORA.

           DETIENE-CIERRE-PENDIENTE.
           MOVE SPACES TO WKS-BIT-LINEA.
           STRING "CIERRE INCOMPLETO EN CIERRECTL DEL PERIODO "
                                               DELIMITED BY SIZE
                  WKS-PERIODO-PEND            DELIMITED BY SIZE
                  ", REQUIERE DECISION DEL OPERADOR (OPCION DE "
                                               DELIMITED BY SIZE
                  "DEPURACION AL INICIAR EN LINEA)"
                                               DELIMITED BY SIZE
               INTO WKS-BIT-LINEA.
           PERFORM ESCRIBE-BITACORA.
           MOVE 8 TO WKS-RC-PASO.
           PERFORM ACUMULA-RC-CORRIDA.

           CORRIDA-DESATENDIDA.
           PERFORM ESCRIBE-CONTEOS-CARGA.
           IF NOT WKS-CORRIDA-DETENIDA
               MOVE 'N' TO WKS-SW-EOF-PARAM
               READ ARCHIVO-PARAMETROS
                   AT END MOVE 'S' TO WKS-SW-EOF-PARAM
               END-READ
               PERFORM PROCESA-PARAMETRO
                   UNTIL WKS-EOF-PARAM OR WKS-CORRIDA-DETENIDA
               IF WKS-PASOS-EJEC = ZERO
                   AND NOT WKS-CORRIDA-DETENIDA
                   MOVE "PARAMNOM NO CONTIENE PASOS A EJECUTAR"
                                               TO WKS-BIT-LINEA
                   PERFORM ESCRIBE-BITACORA
                   MOVE 12 TO WKS-RC-PASO
                   PERFORM ACUMULA-RC-CORRIDA
               END-IF
           ELSE
               MOVE "CORRIDA DETENIDA ANTES DE EJECUTAR LOS PASOS"
                                               TO WKS-BIT-LINEA
               PERFORM ESCRIBE-BITACORA.
           CLOSE ARCHIVO-PARAMETROS.
           IF WKS-EMPLEADOS-ABIERTO
               CLOSE ARCHIVO-EMPLEADOS.
           PERFORM GUARDA-CONTROL.
           PERFORM ARMA-HORA-BITACORA.
           MOVE SPACES TO WKS-BIT-LINEA.
           STRING "FIN DE CORRIDA DESATENDIDA: " DELIMITED BY SIZE
                  WKS-FECHA-HOY               DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WKS-BIT-HORA                DELIMITED BY SIZE
                  " PASOS EJECUTADOS: "       DELIMITED BY SIZE
                  WKS-PASOS-EJEC              DELIMITED BY SIZE
                  " CODIGO DE RETORNO: "      DELIMITED BY SIZE
                  WKS-RC-CORRIDA              DELIMITED BY SIZE
               INTO WKS-BIT-LINEA.
           PERFORM ESCRIBE-BITACORA.
           IF WKS-FS-BIT = "00"
               CLOSE ARCHIVO-BITACORA.
           MOVE WKS-RC-CORRIDA TO RETURN-CODE.

           ESCRIBE-CONTEOS-CARGA.
           MOVE "ARCHIVOS CARGADOS AL INICIO:" TO WKS-BIT-LINEA.
           PERFORM ESCRIBE-BITACORA.
           MOVE "EMPLEADOS" TO WKS-BIT-ARCHIVO.
           MOVE WKS-FIN TO WKS-BIT-CUENTA.
           MOVE "REGISTROS LEIDOS" TO WKS-BIT-TEXTO.
           PERFORM ESCRIBE-CONTEO.
           MOVE "PRESTAMOS" TO WKS-BIT-ARCHIVO.
           MOVE WKS-CANT-PRES TO WKS-BIT-CUENTA.
           PERFORM ESCRIBE-CONTEO.
           MOVE "PRESUPTO" TO WKS-BIT-ARCHIVO.
           MOVE WKS-CANT-PPTO TO WKS-BIT-CUENTA.
           PERFORM ESCRIBE-CONTEO.
           MOVE "PENSALIM" TO WKS-BIT-ARCHIVO.
           MOVE WKS-CANT-PENS TO WKS-BIT-CUENTA.
           PERFORM ESCRIBE-CONTEO.
           MOVE "CAMBPEND" TO WKS-BIT-ARCHIVO.
           MOVE WKS-CANT-CAMB TO WKS-BIT-CUENTA.
           PERFORM ESCRIBE-CONTEO.

           PROCESA-PARAMETRO.
           IF REG-PAR-TIPO = 'P'
               PERFORM TOMA-PARAMETROS
           ELSE
           IF REG-PAR-TIPO = 'E'
               PERFORM EJECUTA-PASO
           ELSE
           IF REG-PAR-TIPO = '*' OR REG-PAR-TIPO = SPACE
               NEXT SENTENCE
           ELSE
               MOVE SPACES TO WKS-BIT-LINEA
               STRING "REGISTRO INVALIDO EN PARAMNOM: "
                                               DELIMITED BY SIZE
                      REG-PARAMETRO-PASO       DELIMITED BY SIZE
                   INTO WKS-BIT-LINEA
               PERFORM ESCRIBE-BITACORA
               MOVE 12 TO WKS-RC-PASO
               PERFORM ACUMULA-RC-CORRIDA.
           READ ARCHIVO-PARAMETROS
               AT END MOVE 'S' TO WKS-SW-EOF-PARAM
           END-READ.

           TOMA-PARAMETROS.
           MOVE 'N' TO WKS-SW-PRM-LISTOS.
           MOVE SPACES TO WKS-PASO-MENSAJE.
           IF REG-PAR-FRECUENCIA = SPACE
               MOVE 'M' TO REG-PAR-FRECUENCIA.
           IF REG-PAR-FRECUENCIA = 'M'
               MOVE ZERO TO REG-PAR-SUBPER.
           IF REG-PAR-PERIODO NOT NUMERIC
               OR REG-PAR-SUBPER NOT NUMERIC
               OR REG-PAR-PCT-VARIA NOT NUMERIC
               MOVE "CAMPOS NUMERICOS INVALIDOS" TO WKS-PASO-MENSAJE
           ELSE
               DIVIDE REG-PAR-PERIODO BY 100 GIVING WKS-PRM-ANIO
                   REMAINDER WKS-PRM-MES
               IF WKS-PRM-ANIO < 2000 OR WKS-PRM-MES < 1
                   OR WKS-PRM-MES > 12
                   MOVE "PERIODO INVALIDO, USE AAAAMM"
                                               TO WKS-PASO-MENSAJE
               ELSE
               IF REG-PAR-FRECUENCIA NOT = 'M'
                   AND REG-PAR-FRECUENCIA NOT = 'Q'
                   AND REG-PAR-FRECUENCIA NOT = 'S'
                   MOVE "FRECUENCIA INVALIDA, USE M Q O S"
                                               TO WKS-PASO-MENSAJE
               ELSE
               IF REG-PAR-FRECUENCIA = 'Q'
                   AND (REG-PAR-SUBPER < 1 OR REG-PAR-SUBPER > 2)
                   MOVE "QUINCENA INVALIDA" TO WKS-PASO-MENSAJE
               ELSE
               IF REG-PAR-FRECUENCIA = 'S'
                   AND (REG-PAR-SUBPER < 1 OR REG-PAR-SUBPER > 5)
                   MOVE "SEMANA INVALIDA" TO WKS-PASO-MENSAJE
               ELSE
               IF REG-PAR-PCT-VARIA = ZERO
                   MOVE "PORCENTAJE DE VARIACION INVALIDO"
                                               TO WKS-PASO-MENSAJE
               ELSE
                   MOVE REG-PAR-PERIODO    TO WKS-PRM-PERIODO
                   MOVE REG-PAR-FRECUENCIA TO WKS-PRM-FRECUENCIA
                   MOVE REG-PAR-SUBPER     TO WKS-PRM-SUBPER
                   MOVE REG-PAR-PCT-VARIA  TO WKS-PRM-PCT-VARIA
                   MOVE 'S' TO WKS-SW-PRM-LISTOS.
           MOVE SPACES TO WKS-BIT-LINEA.
           IF WKS-PRM-LISTOS
               MOVE WKS-PRM-PCT-VARIA TO WKS-BIT-PCT-FMT
               STRING "PARAMETROS: PERIODO "   DELIMITED BY SIZE
                      WKS-PRM-PERIODO          DELIMITED BY SIZE
                      " FRECUENCIA "           DELIMITED BY SIZE
                      WKS-PRM-FRECUENCIA       DELIMITED BY SIZE
                      " SUBPERIODO "           DELIMITED BY SIZE
                      WKS-PRM-SUBPER           DELIMITED BY SIZE
                      " VARIACION "            DELIMITED BY SIZE
                      WKS-BIT-PCT-FMT          DELIMITED BY SIZE
                      "%"                      DELIMITED BY SIZE
                   INTO WKS-BIT-LINEA
               PERFORM ESCRIBE-BITACORA
           ELSE
               STRING "PARAMETROS INVALIDOS: " DELIMITED BY SIZE
                      WKS-PASO-MENSAJE         DELIMITED BY "  "
                      " REGISTRO: "            DELIMITED BY SIZE
                      REG-PARAMETRO            DELIMITED BY SIZE
                   INTO WKS-BIT-LINEA
               PERFORM ESCRIBE-BITACORA
               MOVE 12 TO WKS-RC-PASO
               PERFORM ACUMULA-RC-CORRIDA.

           FIJA-PERIODO-PARAM.
           MOVE WKS-PRM-PERIODO TO WKS-PERIODO.
           MOVE WKS-PRM-ANIO TO WKS-PER-ANIO.
           MOVE WKS-PRM-MES TO WKS-PER-MES.
           MOVE WKS-PRM-FRECUENCIA TO WKS-FRECUENCIA.
           MOVE WKS-PRM-SUBPER TO WKS-SUBPERIODO.
           IF WKS-NOM-MENSUAL
               MOVE 1.00000 TO WKS-FACTOR-PERIODO
           ELSE
           IF WKS-NOM-QUINCENAL
               MOVE 0.50000 TO WKS-FACTOR-PERIODO
           ELSE
               MOVE 0.23333 TO WKS-FACTOR-PERIODO.

           EJECUTA-PASO.
           MOVE REG-PAR-PASO TO WKS-PASO-ACTUAL.
           ADD 1 TO WKS-PASOS-EJEC.
           MOVE ZERO TO WKS-RC-PASO.
           MOVE SPACES TO WKS-PASO-MENSAJE.
           PERFORM ARMA-HORA-BITACORA.
           MOVE SPACES TO WKS-BIT-LINEA.
           STRING "PASO "                     DELIMITED BY SIZE
                  WKS-PASO-ACTUAL             DELIMITED BY SIZE
                  " INICIO "                  DELIMITED BY SIZE
                  WKS-BIT-HORA                DELIMITED BY SIZE
               INTO WKS-BIT-LINEA.
           PERFORM ESCRIBE-BITACORA.
           IF NOT WKS-PRM-LISTOS
               MOVE 12 TO WKS-RC-PASO
               MOVE "SIN REGISTRO DE PARAMETROS VALIDO ANTES DEL PASO"
                                               TO WKS-PASO-MENSAJE
           ELSE
               PERFORM FIJA-PERIODO-PARAM
               IF WKS-PASO-ACTUAL = "CALCULO"
                   PERFORM PASO-CALCULO
               ELSE
               IF WKS-PASO-ACTUAL = "COMPARA"
                   PERFORM PASO-COMPARA
               ELSE
               IF WKS-PASO-ACTUAL = "CIERRE"
                   PERFORM PASO-CIERRE
               ELSE
               IF WKS-PASO-ACTUAL = "RESUMEN"
                   PERFORM PASO-RESUMEN
               ELSE
               IF WKS-PASO-ACTUAL = "MOVSIMSS"
                   PERFORM PASO-MOVSIMSS
               ELSE
                   MOVE 12 TO WKS-RC-PASO
                   STRING "PASO DESCONOCIDO, USE CALCULO COMPARA "
                                               DELIMITED BY SIZE
                          "CIERRE RESUMEN O MOVSIMSS"
                                               DELIMITED BY SIZE
                       INTO WKS-PASO-MENSAJE.
           PERFORM CIERRA-PASO.

           CIERRA-PASO.
           IF WKS-RC-PASO = ZERO
               MOVE "OK" TO WKS-PASO-RESULTADO
           ELSE
           IF WKS-RC-PASO < 8
               MOVE "AVISO" TO WKS-PASO-RESULTADO
           ELSE
           IF WKS-RC-PASO < 12
               MOVE "DETENIDO" TO WKS-PASO-RESULTADO
           ELSE
               MOVE "ERROR" TO WKS-PASO-RESULTADO.
           PERFORM ARMA-HORA-BITACORA.
           MOVE SPACES TO WKS-BIT-LINEA.
           STRING "PASO "                     DELIMITED BY SIZE
                  WKS-PASO-ACTUAL             DELIMITED BY SIZE
                  " FIN "                     DELIMITED BY SIZE
                  WKS-BIT-HORA                DELIMITED BY SIZE
                  " RESULTADO: "              DELIMITED BY SIZE
                  WKS-PASO-RESULTADO          DELIMITED BY " "
                  " (RC "                     DELIMITED BY SIZE
                  WKS-RC-PASO                 DELIMITED BY SIZE
                  ") "                        DELIMITED BY SIZE
                  WKS-PASO-MENSAJE            DELIMITED BY "  "
               INTO WKS-BIT-LINEA.
           PERFORM ESCRIBE-BITACORA.
           PERFORM ACUMULA-RC-CORRIDA.

           ACUMULA-RC-CORRIDA.
           IF WKS-RC-PASO > WKS-RC-CORRIDA
               MOVE WKS-RC-PASO TO WKS-RC-CORRIDA.
           IF WKS-RC-PASO >= 8 AND NOT WKS-CORRIDA-DETENIDA
               MOVE 'S' TO WKS-SW-CORRIDA-DET
               MOVE "CORRIDA DETENIDA, NO SE EJECUTAN LOS DEMAS PASOS"
                                               TO WKS-BIT-LINEA
               PERFORM ESCRIBE-BITACORA.

           PASO-CALCULO.
           MOVE 'N' TO WKS-SW-CIERRE.
           PERFORM CORRE-NOMINA.
           PERFORM EVALUA-SALIDAS-NOMINA.

           EVALUA-SALIDAS-NOMINA.
           IF WKS-FS-REPN NOT = "00"
               MOVE 12 TO WKS-RC-PASO
               MOVE "NO SE PUDO CREAR REPNOM" TO WKS-PASO-MENSAJE
           ELSE
           IF WKS-FS-REC NOT = "00"
               MOVE 12 TO WKS-RC-PASO
               MOVE "NO SE PUDO CREAR RECIBOS" TO WKS-PASO-MENSAJE
           ELSE
           IF WKS-FS-DIS NOT = "00"
               MOVE 12 TO WKS-RC-PASO
               MOVE "NO SE PUDO CREAR DISPBANC" TO WKS-PASO-MENSAJE
           ELSE
               MOVE "INCIDEN" TO WKS-BIT-ARCHIVO
               MOVE WKS-CANT-INC TO WKS-BIT-CUENTA
               MOVE "INCIDENCIAS LEIDAS" TO WKS-BIT-TEXTO
               PERFORM ESCRIBE-CONTEO
               MOVE "REPNOM" TO WKS-BIT-ARCHIVO
               MOVE WKS-NOM-CALCULADOS TO WKS-BIT-CUENTA
               MOVE "TRABAJADORES CALCULADOS" TO WKS-BIT-TEXTO
               PERFORM ESCRIBE-CONTEO
               MOVE "RECIBOS" TO WKS-BIT-ARCHIVO
               MOVE "RECIBOS ESCRITOS" TO WKS-BIT-TEXTO
               PERFORM ESCRIBE-CONTEO
               MOVE "DISPBANC" TO WKS-BIT-ARCHIVO
               MOVE WKS-DISP-CUENTA TO WKS-BIT-CUENTA
               MOVE "ABONOS" TO WKS-BIT-TEXTO
               PERFORM ESCRIBE-CONTEO
               MOVE WKS-SIN-CLABE TO WKS-BIT-CUENTA
               MOVE "TRABAJADORES SIN CLABE FUERA DE LA DISPERSION"
                                               TO WKS-BIT-TEXTO
               PERFORM ESCRIBE-CONTEO
               MOVE "CAMBPEND" TO WKS-BIT-ARCHIVO
               MOVE WKS-CAMB-PEND-PER TO WKS-BIT-CUENTA
               MOVE "CAMBIOS PENDIENTES QUE AFECTAN EL PERIODO"
                                               TO WKS-BIT-TEXTO
               PERFORM ESCRIBE-CONTEO
               IF WKS-SIN-CLABE > ZERO OR WKS-CAMB-PEND-PER > ZERO
                   MOVE 4 TO WKS-RC-PASO
                   MOVE "HAY TRABAJADORES SIN CLABE O CAMBIOS PEND."
                                               TO WKS-PASO-MENSAJE.

           PASO-COMPARA.
           PERFORM CARGA-INCIDENCIAS.
           PERFORM COMPARA-PERIODO-ANTERIOR.
           IF WKS-HAY-PREV AND WKS-FS-REPVR NOT = "00"
               MOVE 12 TO WKS-RC-PASO
               MOVE "NO SE PUDO CREAR REPVARIA" TO WKS-PASO-MENSAJE
           ELSE
               MOVE "REPVARIA" TO WKS-BIT-ARCHIVO
               MOVE WKS-EXCEP-VARIA TO WKS-BIT-CUENTA
               MOVE "EXCEPCIONES DEL COMPARATIVO" TO WKS-BIT-TEXTO
               PERFORM ESCRIBE-CONTEO
               IF WKS-EXCEP-VARIA > ZERO
                   MOVE 4 TO WKS-RC-PASO
                   MOVE "HAY EXCEPCIONES, REVISE REPVARIA"
                                               TO WKS-PASO-MENSAJE
               ELSE
               IF NOT WKS-HAY-PREV
                   MOVE "SIN PERIODO ANTERIOR EN NOMHIST"
                                               TO WKS-PASO-MENSAJE.

           PASO-CIERRE.
           MOVE SPACE TO WKS-CC-ESTADO.
           PERFORM CIERRA-PERIODO.
           IF WKS-PERIODO-CERRADO
               MOVE 8 TO WKS-RC-PASO
               MOVE "EL PERIODO YA ESTABA CERRADO EN NOMHIST"
                                               TO WKS-PASO-MENSAJE
           ELSE
           IF NOT WKS-SIGUE-CIERRE
               MOVE 8 TO WKS-RC-PASO
               MOVE WKS-EXCEP-VARIA TO WKS-BIT-CUENTA-FMT
               STRING "HAY "                   DELIMITED BY SIZE
                      WKS-BIT-CUENTA-FMT       DELIMITED BY SIZE
                      " EXCEPCIONES EN REPVARIA, EL CIERRE REQUIERE "
                                               DELIMITED BY SIZE
                      "DECISION DEL OPERADOR"  DELIMITED BY SIZE
                   INTO WKS-PASO-MENSAJE
           ELSE
           IF WKS-CC-ESTADO = 'C'
               PERFORM EVALUA-SALIDAS-NOMINA
               MOVE "NOMHIST" TO WKS-BIT-ARCHIVO
               MOVE WKS-NOM-CALCULADOS TO WKS-BIT-CUENTA
               MOVE "REGISTROS AGREGADOS" TO WKS-BIT-TEXTO
               PERFORM ESCRIBE-CONTEO
               MOVE "CFDINOM" TO WKS-BIT-ARCHIVO
               MOVE WKS-CFDI-ESCRITOS TO WKS-BIT-CUENTA
               MOVE "COMPROBANTES ESCRITOS" TO WKS-BIT-TEXTO
               PERFORM ESCRIBE-CONTEO
               MOVE "PENSHIST" TO WKS-BIT-ARCHIVO
               MOVE WKS-PENS-ESCRITOS TO WKS-BIT-CUENTA
               MOVE "RETENCIONES DE PENSION" TO WKS-BIT-TEXTO
               PERFORM ESCRIBE-CONTEO
               MOVE "DISPPENS" TO WKS-BIT-ARCHIVO
               MOVE WKS-PENS-DISP-CUENTA TO WKS-BIT-CUENTA
               MOVE "ABONOS A BENEFICIARIOS" TO WKS-BIT-TEXTO
               PERFORM ESCRIBE-CONTEO
           ELSE
               MOVE 12 TO WKS-RC-PASO
               MOVE "CIERRE NO COMPLETADO, CIERRECTL QUEDA PENDIENTE"
                                               TO WKS-PASO-MENSAJE.

           PASO-RESUMEN.
           PERFORM GENERA-RESUMEN.
           IF WKS-FS-RES = "00"
               MOVE "REPDEPTO" TO WKS-BIT-ARCHIVO
               MOVE WKS-CANT-DEPTOS TO WKS-BIT-CUENTA
               MOVE "DEPARTAMENTOS" TO WKS-BIT-TEXTO
               PERFORM ESCRIBE-CONTEO
               MOVE WKS-TOT-PERSONAL TO WKS-BIT-CUENTA
               MOVE "TRABAJADORES RESUMIDOS" TO WKS-BIT-TEXTO
               PERFORM ESCRIBE-CONTEO
           ELSE
               MOVE 12 TO WKS-RC-PASO
               MOVE "NO SE PUDO CREAR REPDEPTO" TO WKS-PASO-MENSAJE.

           PASO-MOVSIMSS.
           PERFORM REPORTE-MOVS-IMSS.
           IF WKS-FS-MOV NOT = "00"
               MOVE "SIN MOVIMIENTOS IMSS REGISTRADOS"
                                               TO WKS-PASO-MENSAJE
           ELSE
           IF WKS-FS-REPI = "00"
               MOVE "REPIMSS" TO WKS-BIT-ARCHIVO
               MOVE WKS-MOV-PENDIENTES TO WKS-BIT-CUENTA
               MOVE "MOVIMIENTOS PENDIENTES DE PRESENTAR"
                                               TO WKS-BIT-TEXTO
               PERFORM ESCRIBE-CONTEO
           ELSE
               MOVE 12 TO WKS-RC-PASO
               MOVE "NO SE PUDO CREAR REPIMSS" TO WKS-PASO-MENSAJE.

           CALCULA-VAC-PENDIENTES.
           PERFORM CARGA-VACACIONES.
                  WKS-CONCEPTO-FORMATO         DELIMITED BY SIZE
               INTO REG-FINIQUITO.
           WRITE REG-FINIQUITO.
           MOVE WKS-BASE-EXENTA TO WKS-CONCEPTO-FORMATO.
           MOVE SPACES TO REG-FINIQUITO.
           STRING "  PERCEPCIONES EXENTAS:  "  DELIMITED BY SIZE
                  WKS-CONCEPTO-FORMATO         DELIMITED BY SIZE
               INTO REG-FINIQUITO.
           WRITE REG-FINIQUITO.
           MOVE WKS-BASE-ISR TO WKS-CONCEPTO-FORMATO.
           MOVE SPACES TO REG-FINIQUITO.
           STRING "  PERCEPCIONES GRAVADAS: "  DELIMITED BY SIZE
                  WKS-CONCEPTO-FORMATO         DELIMITED BY SIZE
               INTO REG-FINIQUITO.
           WRITE REG-FINIQUITO.
           MOVE WKS-ISR-FINIQUITO TO WKS-CONCEPTO-FORMATO.
           MOVE SPACES TO REG-FINIQUITO.
           STRING "DEDUCCION ISR:           "  DELIMITED BY SIZE
                   WKS-SALARIO(WKS-SUB-TRAB) * WKS-FACTOR-PERIODO.
           COMPUTE WKS-DESC-FALTAS ROUNDED =
                   WKS-SALARIO-DIARIO * WKS-INC-FALTAS.
           PERFORM CALCULA-HORAS-EXTRA.
           COMPUTE WKS-BASE-GRAVABLE ROUNDED =
                   WKS-SUELDO-PERIODO - WKS-DESC-FALTAS
                   + WKS-PAGO-HRS-EXTRA + WKS-OTRA-PERC.
           IF WKS-BASE-GRAVABLE < ZERO
               MOVE ZERO TO WKS-BASE-GRAVABLE.
           MOVE WKS-EXENTO-HRS TO WKS-BASE-EXENTA.
           PERFORM CALCULA-DEDUCCIONES.
           PERFORM APLICA-SUBSIDIO-EMPLEO.
           PERFORM CALCULA-PENSION-TRAB.
           COMPUTE WKS-SALARIO-NETO ROUNDED =
                   WKS-BASE-GRAVABLE - WKS-DEDUCCION-ISR
                   - WKS-DEDUCCION-IMSS - WKS-PENSION-ALIM
                   - WKS-OTRA-DED
                   - WKS-PAGO-PRESTAMO - WKS-APORTA-AHORRO.
           IF WKS-SALARIO-NETO < ZERO
               DISPLAY "NETO NEGATIVO AJUSTADO A CERO, ID: ",
                       " REVISE INCIDENCIAS"
               MOVE ZERO TO WKS-SALARIO-NETO.

           CALCULA-HORAS-EXTRA.
           IF WKS-NOM-SEMANAL
               MOVE 1 TO WKS-SEMANAS-PERIODO
           ELSE
           IF WKS-NOM-QUINCENAL
               MOVE 2 TO WKS-SEMANAS-PERIODO
           ELSE
               MOVE 4 TO WKS-SEMANAS-PERIODO.
           COMPUTE WKS-TOPE-HRS-DOBLES = 9 * WKS-SEMANAS-PERIODO.
           IF WKS-INC-HRS > WKS-TOPE-HRS-DOBLES
               MOVE WKS-TOPE-HRS-DOBLES TO WKS-HRS-DOBLES
               COMPUTE WKS-HRS-TRIPLES =
                       WKS-INC-HRS - WKS-TOPE-HRS-DOBLES
           ELSE
               MOVE WKS-INC-HRS TO WKS-HRS-DOBLES
               MOVE ZERO TO WKS-HRS-TRIPLES.
           COMPUTE WKS-PAGO-HRS-DOBLES ROUNDED =
                   (WKS-SALARIO-DIARIO / 8) * 2 * WKS-HRS-DOBLES.
           COMPUTE WKS-PAGO-HRS-TRIPLES ROUNDED =
                   (WKS-SALARIO-DIARIO / 8) * 3 * WKS-HRS-TRIPLES.
           COMPUTE WKS-PAGO-HRS-EXTRA =
                   WKS-PAGO-HRS-DOBLES + WKS-PAGO-HRS-TRIPLES.
           IF WKS-SALARIO(WKS-SUB-TRAB) <= WKS-SALARIO-MINIMO
               MOVE WKS-PAGO-HRS-DOBLES TO WKS-EXENTO-HRS
           ELSE
               COMPUTE WKS-EXENTO-HRS ROUNDED =
                       WKS-PAGO-HRS-DOBLES * 0.5
               COMPUTE WKS-TOPE-EXENTO ROUNDED =
                       WKS-UMA * WKS-UMAS-EXE-HRS
                       * WKS-SEMANAS-PERIODO
               IF WKS-EXENTO-HRS > WKS-TOPE-EXENTO
                   MOVE WKS-TOPE-EXENTO TO WKS-EXENTO-HRS.

           CALCULA-EXENTO-AGUI.
           COMPUTE WKS-TOPE-EXENTO ROUNDED =
                   WKS-UMA * WKS-UMAS-EXE-AGUI.
           IF WKS-AGUINALDO > WKS-TOPE-EXENTO
               MOVE WKS-TOPE-EXENTO TO WKS-EXENTO-AGUI
           ELSE
               MOVE WKS-AGUINALDO TO WKS-EXENTO-AGUI.
           COMPUTE WKS-TOPE-EXENTO ROUNDED =
                   WKS-UMA * WKS-UMAS-EXE-PRIMA.
           IF WKS-PRIMA-VAC > WKS-TOPE-EXENTO
               MOVE WKS-TOPE-EXENTO TO WKS-EXENTO-PRIMA
           ELSE
               MOVE WKS-PRIMA-VAC TO WKS-EXENTO-PRIMA.
           COMPUTE WKS-BASE-EXENTA =
                   WKS-EXENTO-AGUI + WKS-EXENTO-PRIMA.

           ESCRIBE-LINEA-GRAL.
               MOVE SPACES TO REG-REPORTE-GRAL
               PERFORM FORMATEA-DEPTOS-GRAL
                  WKS-ISR-FORMATO              DELIMITED BY SIZE
               INTO REG-RECIBO.
           WRITE REG-RECIBO.
           IF WKS-SUBSIDIO-EMPLEO > ZERO
               MOVE WKS-SUBSIDIO-EMPLEO TO WKS-CONCEPTO-FORMATO
               MOVE SPACES TO REG-RECIBO
               STRING "  (SUBSIDIO AL EMPLEO:   " DELIMITED BY SIZE
                      WKS-CONCEPTO-FORMATO       DELIMITED BY SIZE
                      ")"                        DELIMITED BY SIZE
                   INTO REG-RECIBO
               WRITE REG-RECIBO.
           MOVE SPACES TO REG-RECIBO.
           STRING "DEDUCCION IMSS:          "  DELIMITED BY SIZE
                  WKS-IMSS-FORMATO             DELIMITED BY SIZE
               INTO REG-RECIBO.
           WRITE REG-RECIBO.
           IF WKS-PENSION-ALIM > ZERO
               MOVE WKS-PENSION-ALIM TO WKS-CONCEPTO-FORMATO
               MOVE SPACES TO REG-RECIBO
               STRING "PENSION ALIMENTICIA:    -" DELIMITED BY SIZE
                      WKS-CONCEPTO-FORMATO       DELIMITED BY SIZE
                   INTO REG-RECIBO
               WRITE REG-RECIBO.
           MOVE WKS-LINEA-GUION TO REG-RECIBO.
           WRITE REG-RECIBO.
           MOVE SPACES TO REG-RECIBO.
                   INTO REG-RECIBO
               WRITE REG-RECIBO
           END-IF.
           IF WKS-HRS-DOBLES > ZERO
               MOVE WKS-PAGO-HRS-DOBLES TO WKS-CONCEPTO-FORMATO
               MOVE SPACES TO REG-RECIBO
               STRING "HRS EXTRA DOBLES ("       DELIMITED BY SIZE
                      WKS-HRS-DOBLES             DELIMITED BY SIZE
                      "): +"                     DELIMITED BY SIZE
                      WKS-CONCEPTO-FORMATO       DELIMITED BY SIZE
                   INTO REG-RECIBO
               WRITE REG-RECIBO
           END-IF.
           IF WKS-HRS-TRIPLES > ZERO
               MOVE WKS-PAGO-HRS-TRIPLES TO WKS-CONCEPTO-FORMATO
               MOVE SPACES TO REG-RECIBO
               STRING "HRS EXTRA TRIPLES ("      DELIMITED BY SIZE
                      WKS-HRS-TRIPLES            DELIMITED BY SIZE
                      "):+"                      DELIMITED BY SIZE
                      WKS-CONCEPTO-FORMATO       DELIMITED BY SIZE
                   INTO REG-RECIBO
               WRITE REG-RECIBO
               OR WKS-OTRA-PERC > ZERO OR WKS-OTRA-DED > ZERO
               MOVE WKS-BASE-GRAVABLE TO WKS-BASE-FORMATO
               MOVE SPACES TO REG-RECIBO
               STRING "TOTAL PERCEPCIONES:      " DELIMITED BY SIZE
                      WKS-BASE-FORMATO            DELIMITED BY SIZE
                   INTO REG-RECIBO
               WRITE REG-RECIBO
           END-IF.
           MOVE WKS-BASE-EXENTA TO WKS-BASE-FORMATO.
           MOVE SPACES TO REG-RECIBO.
           STRING "PERCEPCIONES EXENTAS:    " DELIMITED BY SIZE
                  WKS-BASE-FORMATO            DELIMITED BY SIZE
               INTO REG-RECIBO.
           WRITE REG-RECIBO.
           MOVE WKS-BASE-ISR TO WKS-BASE-FORMATO.
           MOVE SPACES TO REG-RECIBO.
           STRING "BASE GRAVABLE ISR:       " DELIMITED BY SIZE
                  WKS-BASE-FORMATO            DELIMITED BY SIZE
               INTO REG-RECIBO.
           WRITE REG-RECIBO.

           ARMA-NOMBRE-COMPLETO.
           MOVE SPACES TO WKS-NOMBRE-COMPLETO.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. TP.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT PARAM-PRES     ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PARAM-PRES-ESTADO.

            SELECT PRESUPUESTO    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PRESUPUESTO-ESTADO.

            SELECT MAE-TIMES      ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS MAE-TIMES-CLAVE
                                  FILE STATUS IS MAE-TIMES-ESTADO.

            SELECT MAE-HIST       ASSIGN TO "MAEHIST"
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS MAE-HIST-ESTADO.

            SELECT SUCURSALES     ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS SUCURSALES-ESTADO.

            SELECT TIPOS_CLASE    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS TIPOS_CLASE-ESTADO.

            SELECT DESVIOS ASSIGN TO PRINTER
                                  "DesviosPresupuesto.dat".

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

        FD DESVIOS LABEL RECORD OMITTED.
        01 LINEA-DESVIOS PIC X(110).

      *  PERIODO A INFORMAR Y TOLERANCIA DE DESVIO EN %
      *  SIN PARAMETRO: ULTIMO PERIODO DE MAETIMES, 10,00 %
        FD PARAM-PRES  LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "ParamPresupuesto.dat".
        01 REG-PARAM-PRES.
            03 PPRE-ANIO              PIC 9(4).
            03 PPRE-MES               PIC 9(2).
            03 PPRE-TOLERANCIA        PIC 9(2)V99.

        FD PRESUPUESTO    LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "Presupuesto.dat".
        01 REG-PRESUPUESTO.
            03 PRES-CLAVE.
                05 PRES-SUCURSAL      PIC X(3).
                05 PRES-TIPO-CLASE    PIC X(4).
                05 PRES-ANIO          PIC 9(4).
                05 PRES-MES           PIC 9(2).
            03 PRES-HORAS             PIC 9(5)V99.
            03 PRES-IMPORTE           PIC 9(9)V99.

        FD MAE-TIMES   LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "MaeTimes.dat".
        01 REG-MAE-TIMES.
            03 MAE-TIMES-CLAVE.
                05 MAE-TIMES-NUMERO       PIC X(5).
                05 MAE-TIMES-FECHA.
                    07 MAE-TIMES-DIA      PIC 9(2).
                    07 MAE-TIMES-MES      PIC 9(2).
                    07 MAE-TIMES-ANIO     PIC 9(4).
                05 MAE-TIMES-SUCURSAL     PIC X(3).
                05 MAE-TIMES-TIPO-CLASE   PIC X(4).
            03 MAE-TIMES-HORAS        PIC 9(2)V99.

        FD MAE-HIST    LABEL RECORD IS STANDARD.
        01 REG-MAE-HIST.
            03 MAE-HIST-NUMERO        PIC X(5).
            03 MAE-HIST-FECHA.
                05 MAE-HIST-DIA       PIC 9(2).
                05 MAE-HIST-MES       PIC 9(2).
                05 MAE-HIST-ANIO      PIC 9(4).
            03 MAE-HIST-SUCURSAL      PIC X(3).
            03 MAE-HIST-TIPO-CLASE    PIC X(4).
            03 MAE-HIST-HORAS         PIC 9(2)V99.

        FD SUCURSALES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "Sucursales.dat".
        01 REG-SUCURSALES.
            03 SUC-SUCURSAL       PIC X(3).
            03 SUC-RAZON          PIC X(25).
            03 SUC-DIRE           PIC X(20).
            03 SUC-TEL            PIC X(20).
            03 SUC-CUIT           PIC 9(11).

        FD TIPOS_CLASE    LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "TiposClase.dat".
        01 REG-TIPOS_CLASE.
           03 TIP-TIP_CLASE       PIC X(4).
           03 TIP-DESC            PIC X(20).
           03 TIP-VIGENCIA-DESDE.
               05 TIP-VIG-ANIO    PIC 9(4).
               05 TIP-VIG-MES     PIC 9(2).
               05 TIP-VIG-DIA     PIC 9(2).
           03 TIP-TARIFA          PIC 9(5)V99.

        WORKING-STORAGE SECTION.
        77 PARAM-PRES-ESTADO PIC XX.
        77 PRESUPUESTO-ESTADO PIC XX.
        77 MAE-TIMES-ESTADO PIC XX.
        77 MAE-HIST-ESTADO PIC XX.
        77 SUCURSALES-ESTADO PIC XX.
        77 TIPOS_CLASE-ESTADO PIC XX.
        77 EOF-PRES PIC XX VALUE "NO".
            88 EOF-PRESUPUESTO VALUE "SI".
        77 EOF-MAETIMES PIC XX VALUE "NO".
            88 EOF-MAE-TIMES VALUE "SI".
        77 EOF-HIST PIC XX VALUE "NO".
            88 EOF-MAE-HIST VALUE "SI".
        77 EOF-SUC PIC XX VALUE "NO".
            88 EOF-SUCURSALES VALUE "SI".
        77 EOF-CLASES PIC XX VALUE "NO".
            88 EOF-TIPOS_CLASE VALUE "SI".

        01 WS-ANIO PIC 9(4) VALUE 0.
        01 WS-MES PIC 9(2) VALUE 0.
        01 WS-TOLERANCIA PIC 9(2)V99 VALUE 10,00.
        01 WS-PERIODO-MAX PIC 9(6) VALUE 0.
        01 WS-PERIODO-LEIDO PIC 9(6) VALUE 0.
        01 WS-HIST-NOMBRE PIC X(30) VALUE SPACES.
        01 WS-ENV-NOMBRE PIC X(20).
        01 WS-FLAG-HALLADO PIC X VALUE "N".
        01 WS-FLAG-REGISTRADO PIC X VALUE "N".
        01 WS-FLAG-CONTAR PIC X VALUE "S".
        01 WS-HOJA PIC 9(3) VALUE 0.
        01 WS-CANT-EXCEDIDOS PIC 9(5) VALUE 0.

        01 WS-ACU-DIA PIC 9(2) VALUE 0.
        01 WS-ACU-MES PIC 9(2) VALUE 0.
        01 WS-ACU-ANIO PIC 9(4) VALUE 0.
        01 WS-ACU-SUCURSAL PIC X(3) VALUE SPACES.
        01 WS-ACU-TIPO PIC X(4) VALUE SPACES.
        01 WS-ACU-HORAS PIC 9(5)V99 VALUE 0.
        01 WS-ACU-IMPORTE PIC 9(9)V99 VALUE 0.
        01 WS-FECHA-COMP PIC 9(8) VALUE 0.
        01 WS-VIG-COMP PIC 9(8) VALUE 0.
        01 WS-MEJOR-VIG PIC 9(8) VALUE 0.
        01 WS-TARIFA-VIGENTE PIC 9(5)V99 VALUE 0.

      *  UNA COMPARACION PRESUPUESTO / REAL A IMPRIMIR
        01 WS-CMP-TIPO PIC X(4) VALUE SPACES.
        01 WS-CMP-LAPSO PIC X(4) VALUE SPACES.
        01 WS-CMP-PPTO-HORAS PIC 9(7)V99 VALUE 0.
        01 WS-CMP-REAL-HORAS PIC 9(7)V99 VALUE 0.
        01 WS-CMP-PPTO-IMPORTE PIC 9(11)V99 VALUE 0.
        01 WS-CMP-REAL-IMPORTE PIC 9(11)V99 VALUE 0.
        01 WS-CMP-DIF-HORAS PIC S9(7)V99 VALUE 0.
        01 WS-CMP-DIF-IMPORTE PIC S9(11)V99 VALUE 0.
        01 WS-CMP-PORCENTAJE PIC S9(4)V99 VALUE 0.

      *  ACUMULADORES DE UN GRUPO (SUCURSAL O TIPO CONSOLIDADO)
        01 WS-GRUPO-TOTALES.
            03 WS-GRP-PM-HORAS   PIC 9(7)V99.
            03 WS-GRP-PM-IMPORTE PIC 9(11)V99.
            03 WS-GRP-RM-HORAS   PIC 9(7)V99.
            03 WS-GRP-RM-IMPORTE PIC 9(11)V99.
            03 WS-GRP-PA-HORAS   PIC 9(7)V99.
            03 WS-GRP-PA-IMPORTE PIC 9(11)V99.
            03 WS-GRP-RA-HORAS   PIC 9(7)V99.
            03 WS-GRP-RA-IMPORTE PIC 9(11)V99.
        01 WS-GENERAL-TOTALES.
            03 WS-GEN-PM-HORAS   PIC 9(7)V99.
            03 WS-GEN-PM-IMPORTE PIC 9(11)V99.
            03 WS-GEN-RM-HORAS   PIC 9(7)V99.
            03 WS-GEN-RM-IMPORTE PIC 9(11)V99.
            03 WS-GEN-PA-HORAS   PIC 9(7)V99.
            03 WS-GEN-PA-IMPORTE PIC 9(11)V99.
            03 WS-GEN-RA-HORAS   PIC 9(7)V99.
            03 WS-GEN-RA-IMPORTE PIC 9(11)V99.

        01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR     PIC X(04).
               10 WS-CURRENT-MONTH    PIC X(02).
               10 WS-CURRENT-DAY     PIC X(02).
           05  WS-CURRENT-TIME.
               10 WS-CURRENT-HOUR     PIC  9(2).
               10  WS-CURRENT-MINUTE  PIC  9(2).
               10  WS-CURRENT-SECOND  PIC  9(2).
               10  WS-CURRENT-MS      PIC  9(2).
               10  WS-GMT-SIGN        PIC X(01).
               10  WS-GMT-TIME        PIC X(04).

        01 WS-CANT-SUCURSALES PIC 9(3) VALUE 0.
        01 TABLA-SUCURSALES.
            02 TAB-SUCURSALES OCCURS 100 TIMES INDEXED BY SUC-INDICE.
                03 TAB-SUC-SUCURSAL PIC X(3).
                03 TAB-SUC-RAZON    PIC X(25).

        01 WS-CANT-TIPOS PIC 9(3) VALUE 0.
        01 TABLA-TIPOS_CLASE.
            02 TAB-TIPOS_CLASE OCCURS 200 TIMES INDEXED BY TIP-INDICE.
                03 TAB-TIP-TIP_CLASE PIC X(4).
                03 TAB-TIP-VIGENCIA.
                    04 TAB-TIP-VIG-ANIO PIC 9(4).
                    04 TAB-TIP-VIG-MES  PIC 9(2).
                    04 TAB-TIP-VIG-DIA  PIC 9(2).
                03 TAB-TIP-TARIFA PIC 9(5)V99.

      *  PRESUPUESTO (P) Y REAL (R) DEL MES (M) Y ACUMULADO (A)
        01 WS-CANT-DESVIOS PIC 9(4) VALUE 0.
        01 TABLA-DESVIOS.
            02 DESV OCCURS 2000 TIMES INDEXED BY DESV-INDICE.
                03 DESV-SUCURSAL     PIC X(3).
                03 DESV-TIPO         PIC X(4).
                03 DESV-PM-HORAS     PIC 9(7)V99.
                03 DESV-PM-IMPORTE   PIC 9(11)V99.
                03 DESV-RM-HORAS     PIC 9(7)V99.
                03 DESV-RM-IMPORTE   PIC 9(11)V99.
                03 DESV-PA-HORAS     PIC 9(7)V99.
                03 DESV-PA-IMPORTE   PIC 9(11)V99.
                03 DESV-RA-HORAS     PIC 9(7)V99.
                03 DESV-RA-IMPORTE   PIC 9(11)V99.

        01 WS-CANT-DSUC PIC 9(3) VALUE 0.
        01 TABLA-DESV-SUC.
            02 DSUC OCCURS 150 TIMES INDEXED BY DSUC-INDICE.
                03 DSUC-CODIGO PIC X(3).

        01 WS-CANT-DTIP PIC 9(3) VALUE 0.
        01 TABLA-DESV-TIP.
            02 DTIP OCCURS 200 TIMES INDEXED BY DTIP-INDICE.
                03 DTIP-CODIGO PIC X(4).

        01 DESV-ENCABEZADO.
            03 FILLER      PIC X(20) VALUE SPACES.
            03 FILLER      PIC X(50)
                VALUE "Desvios del Presupuesto por Sucursal y Tipo".
            03 FILLER      PIC X(26) VALUE SPACES.
            03 FILLER      PIC X(6) VALUE "Hoja: ".
            03 DESV-ENC-HOJA PIC ZZ9.
            03 FILLER      PIC X(5) VALUE SPACES.

        01 DESV-LINEA-PERIODO.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(9) VALUE "Periodo: ".
            03 DESV-PER-MES    PIC 9(2).
            03 FILLER          PIC X(1) VALUE "/".
            03 DESV-PER-ANIO   PIC 9(4).
            03 FILLER          PIC X(4) VALUE SPACES.
            03 FILLER          PIC X(12) VALUE "Tolerancia: ".
            03 DESV-PER-TOLER  PIC Z9,99.
            03 FILLER          PIC X(2) VALUE " %".
            03 FILLER          PIC X(69) VALUE SPACES.

        01 DESV-LINEA-SUCURSAL.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(9) VALUE "Sucursal ".
            03 DESV-SUC-CODIGO PIC X(3).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 DESV-SUC-RAZON  PIC X(25).
            03 FILLER          PIC X(70) VALUE SPACES.

        01 DESV-LINEA-CONSOLIDADO.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(40)
                VALUE "Consolidado de todas las sucursales".
            03 FILLER          PIC X(68) VALUE SPACES.

        01 DESV-LINEA-COLUMNAS.
            03 FILLER      PIC X(2) VALUE SPACES.
            03 FILLER      PIC X(4) VALUE "Tipo".
            03 FILLER      PIC X(1) VALUE SPACES.
            03 FILLER      PIC X(4) VALUE "Lap.".
            03 FILLER      PIC X(1) VALUE SPACES.
            03 FILLER      PIC X(10) VALUE "   Ppto Hs".
            03 FILLER      PIC X(1) VALUE SPACES.
            03 FILLER      PIC X(10) VALUE "   Real Hs".
            03 FILLER      PIC X(1) VALUE SPACES.
            03 FILLER      PIC X(11) VALUE "    Dif Hs".
            03 FILLER      PIC X(1) VALUE SPACES.
            03 FILLER      PIC X(14) VALUE "        Ppto $".
            03 FILLER      PIC X(1) VALUE SPACES.
            03 FILLER      PIC X(14) VALUE "        Real $".
            03 FILLER      PIC X(1) VALUE SPACES.
            03 FILLER      PIC X(15) VALUE "          Dif $".
            03 FILLER      PIC X(1) VALUE SPACES.
            03 FILLER      PIC X(8) VALUE "  Dif % ".
            03 FILLER      PIC X(1) VALUE SPACES.
            03 FILLER      PIC X(8) VALUE SPACES.

        01 DESV-LINEA-DETALLE.
            03 FILLER            PIC X(2) VALUE SPACES.
            03 DESV-DET-TIPO     PIC X(4).
            03 FILLER            PIC X(1) VALUE SPACES.
            03 DESV-DET-LAPSO    PIC X(4).
            03 FILLER            PIC X(1) VALUE SPACES.
            03 DESV-DET-PPTO-H   PIC Z(6)9,99.
            03 FILLER            PIC X(1) VALUE SPACES.
            03 DESV-DET-REAL-H   PIC Z(6)9,99.
            03 FILLER            PIC X(1) VALUE SPACES.
            03 DESV-DET-DIF-H    PIC -Z(6)9,99.
            03 FILLER            PIC X(1) VALUE SPACES.
            03 DESV-DET-PPTO-I   PIC Z(10)9,99.
            03 FILLER            PIC X(1) VALUE SPACES.
            03 DESV-DET-REAL-I   PIC Z(10)9,99.
            03 FILLER            PIC X(1) VALUE SPACES.
            03 DESV-DET-DIF-I    PIC -Z(10)9,99.
            03 FILLER            PIC X(1) VALUE SPACES.
            03 DESV-DET-PORC     PIC -Z(3)9,99.
            03 FILLER            PIC X(1) VALUE SPACES.
            03 DESV-DET-MARCA    PIC X(8).

        01 DESV-LINEA-EXCEDIDOS.
            03 FILLER           PIC X(2) VALUE SPACES.
            03 FILLER           PIC X(30)
                VALUE "Desvios fuera de tolerancia: ".
            03 DESV-TOT-EXCEDIDOS PIC Z(4)9.
            03 FILLER           PIC X(73) VALUE SPACES.

        01 LINEA-EN-BLANCO PIC X(110) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * COMIENZO.

        PERFORM 0100-INICIO.
        PERFORM 0200-CARGAR-TABLAS.
        PERFORM 0300-CARGAR-PRESUPUESTO.
        PERFORM 0400-ACUMULAR-MAESTRO.
        PERFORM 0450-ACUMULAR-HISTORICO.
        PERFORM 0800-IMPRIMIR-SUCURSALES.
        PERFORM 0900-IMPRIMIR-CONSOLIDADO.
        PERFORM FIN.
        STOP RUN.

      *----------    PERFORM INICIO      -------------------------*
      *-----------------------------------------------------------*
        0100-INICIO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            PERFORM 0150-LEER-PARAMETRO.
            IF WS-ANIO = 0
               PERFORM 0160-BUSCAR-ULTIMO-PERIODO
            END-IF.
            OPEN INPUT SUCURSALES.
            IF SUCURSALES-ESTADO = "35"
               MOVE "SI" TO EOF-SUC
            ELSE
               IF SUCURSALES-ESTADO NOT = "00"
                  DISPLAY "Error abriendo Sucursales FS: "
                          SUCURSALES-ESTADO
                  STOP RUN
               END-IF
            END-IF.
            OPEN INPUT TIPOS_CLASE.
            IF TIPOS_CLASE-ESTADO NOT = "00"
               DISPLAY "Error abriendo TiposClase FS: "
                       TIPOS_CLASE-ESTADO
               STOP RUN
            END-IF.
            OPEN INPUT PRESUPUESTO.
            IF PRESUPUESTO-ESTADO NOT = "00"
               DISPLAY "Error abriendo Presupuesto FS: "
                       PRESUPUESTO-ESTADO
               STOP RUN
            END-IF.
            OPEN OUTPUT DESVIOS.

      *-----------------------------------------------------------*
      *----------    PERIODO Y TOLERANCIA (DEFAULT 10,00 %) -------*
      *-----------------------------------------------------------*
        0150-LEER-PARAMETRO.
         OPEN INPUT PARAM-PRES.
         IF PARAM-PRES-ESTADO = "00"
            READ PARAM-PRES
               AT END CONTINUE
               NOT AT END
                  IF PPRE-ANIO IS NUMERIC AND PPRE-MES IS NUMERIC
                     AND PPRE-MES >= 1 AND PPRE-MES <= 12
                     MOVE PPRE-ANIO TO WS-ANIO
                     MOVE PPRE-MES  TO WS-MES
                  END-IF
                  IF PPRE-TOLERANCIA IS NUMERIC
                     MOVE PPRE-TOLERANCIA TO WS-TOLERANCIA
                  END-IF
            END-READ
            CLOSE PARAM-PRES
         END-IF.

      *-----------------------------------------------------------*
      *----------    SIN PERIODO: EL ULTIMO CARGADO EN    ---------*
      *----------    MAETIMES, O EL MES EN CURSO          ---------*
      *-----------------------------------------------------------*
        0160-BUSCAR-ULTIMO-PERIODO.
         OPEN INPUT MAE-TIMES.
         IF MAE-TIMES-ESTADO = "00"
            READ MAE-TIMES AT END MOVE "SI" TO EOF-MAETIMES
            END-READ
            PERFORM 0165-COMPARAR-PERIODO UNTIL EOF-MAE-TIMES
            CLOSE MAE-TIMES
            MOVE "NO" TO EOF-MAETIMES
         END-IF.
         IF WS-PERIODO-MAX = 0
            MOVE WS-CURRENT-DATE(1:6) TO WS-PERIODO-MAX
         END-IF.
         DIVIDE WS-PERIODO-MAX BY 100 GIVING WS-ANIO
                REMAINDER WS-MES.

        0165-COMPARAR-PERIODO.
         COMPUTE WS-PERIODO-LEIDO = MAE-TIMES-ANIO * 100
                                  + MAE-TIMES-MES.
         IF WS-PERIODO-LEIDO > WS-PERIODO-MAX
            MOVE WS-PERIODO-LEIDO TO WS-PERIODO-MAX
         END-IF.
         READ MAE-TIMES AT END MOVE "SI" TO EOF-MAETIMES.

      *-----------------------------------------------------------*
      *----------    SUCURSALES Y TARIFAS CON VIGENCIA    ---------*
      *-----------------------------------------------------------*
        0200-CARGAR-TABLAS.
         IF NOT EOF-SUCURSALES
            READ SUCURSALES AT END MOVE "SI" TO EOF-SUC
            END-READ
            PERFORM 0210-CARGAR-SUCURSAL UNTIL EOF-SUCURSALES
            CLOSE SUCURSALES
         END-IF.
         READ TIPOS_CLASE AT END MOVE "SI" TO EOF-CLASES.
         PERFORM 0220-CARGAR-TIPO UNTIL EOF-TIPOS_CLASE.
         CLOSE TIPOS_CLASE.

        0210-CARGAR-SUCURSAL.
         IF WS-CANT-SUCURSALES < 100
            ADD 1 TO WS-CANT-SUCURSALES
            MOVE SUC-SUCURSAL TO TAB-SUC-SUCURSAL(WS-CANT-SUCURSALES)
            MOVE SUC-RAZON    TO TAB-SUC-RAZON(WS-CANT-SUCURSALES)
         ELSE
            DISPLAY "Tabla de sucursales desbordada - abortado"
            STOP RUN
         END-IF.
         READ SUCURSALES AT END MOVE "SI" TO EOF-SUC.

        0220-CARGAR-TIPO.
         IF WS-CANT-TIPOS < 200
            ADD 1 TO WS-CANT-TIPOS
            MOVE TIP-TIP_CLASE TO TAB-TIP-TIP_CLASE(WS-CANT-TIPOS)
            MOVE TIP-VIG-ANIO  TO TAB-TIP-VIG-ANIO(WS-CANT-TIPOS)
            MOVE TIP-VIG-MES   TO TAB-TIP-VIG-MES(WS-CANT-TIPOS)
            MOVE TIP-VIG-DIA   TO TAB-TIP-VIG-DIA(WS-CANT-TIPOS)
            MOVE TIP-TARIFA    TO TAB-TIP-TARIFA(WS-CANT-TIPOS)
         ELSE
            DISPLAY "Tabla de tipos de clase desbordada - abortado"
            STOP RUN
         END-IF.
         READ TIPOS_CLASE AT END MOVE "SI" TO EOF-CLASES.

      *-----------------------------------------------------------*
      *----------    PRESUPUESTO DEL ANIO HASTA EL MES    ---------*
      *-----------------------------------------------------------*
        0300-CARGAR-PRESUPUESTO.
         READ PRESUPUESTO AT END MOVE "SI" TO EOF-PRES.
         PERFORM 0310-CARGAR-UN-PRESUPUESTO UNTIL EOF-PRESUPUESTO.
         CLOSE PRESUPUESTO.

        0310-CARGAR-UN-PRESUPUESTO.
         IF PRES-ANIO = WS-ANIO AND PRES-MES <= WS-MES
            MOVE PRES-SUCURSAL   TO WS-ACU-SUCURSAL
            MOVE PRES-TIPO-CLASE TO WS-ACU-TIPO
            PERFORM 0600-UBICAR-DESVIO
            IF WS-FLAG-HALLADO = "S"
               ADD PRES-HORAS   TO DESV-PA-HORAS(DESV-INDICE)
               ADD PRES-IMPORTE TO DESV-PA-IMPORTE(DESV-INDICE)
               IF PRES-MES = WS-MES
                  ADD PRES-HORAS   TO DESV-PM-HORAS(DESV-INDICE)
                  ADD PRES-IMPORTE TO DESV-PM-IMPORTE(DESV-INDICE)
               END-IF
            END-IF
         END-IF.
         READ PRESUPUESTO AT END MOVE "SI" TO EOF-PRES.

      *-----------------------------------------------------------*
      *----------    MAESTRO VIGENTE (MAE-TIMES)    ---------------*
      *-----------------------------------------------------------*
        0400-ACUMULAR-MAESTRO.
         OPEN INPUT MAE-TIMES.
         IF MAE-TIMES-ESTADO = "35"
            MOVE "SI" TO EOF-MAETIMES
         ELSE
            IF MAE-TIMES-ESTADO NOT = "00"
               DISPLAY "Error abriendo MaeTimes FS: " MAE-TIMES-ESTADO
               STOP RUN
            END-IF
         END-IF.
         IF NOT EOF-MAE-TIMES
            READ MAE-TIMES AT END MOVE "SI" TO EOF-MAETIMES
            END-READ
            PERFORM 0410-ACUMULAR-REG-MAESTRO UNTIL EOF-MAE-TIMES
            CLOSE MAE-TIMES
         END-IF.

        0410-ACUMULAR-REG-MAESTRO.
         MOVE MAE-TIMES-DIA        TO WS-ACU-DIA.
         MOVE MAE-TIMES-MES        TO WS-ACU-MES.
         MOVE MAE-TIMES-ANIO       TO WS-ACU-ANIO.
         MOVE MAE-TIMES-SUCURSAL   TO WS-ACU-SUCURSAL.
         MOVE MAE-TIMES-TIPO-CLASE TO WS-ACU-TIPO.
         MOVE MAE-TIMES-HORAS      TO WS-ACU-HORAS.
         PERFORM 0500-ACUMULAR-REAL.
         READ MAE-TIMES AT END MOVE "SI" TO EOF-MAETIMES.

      *-----------------------------------------------------------*
      *----------    HISTORICO MAETIMESHIST-AAAA DEL ANIO   -------*
      *-----------------------------------------------------------*
        0450-ACUMULAR-HISTORICO.
         MOVE SPACES TO WS-HIST-NOMBRE.
         STRING "MaeTimesHist-" WS-ANIO ".dat"
                DELIMITED BY SIZE INTO WS-HIST-NOMBRE
         END-STRING.
         MOVE "DD_MAEHIST" TO WS-ENV-NOMBRE.
         DISPLAY WS-ENV-NOMBRE UPON ENVIRONMENT-NAME.
         DISPLAY WS-HIST-NOMBRE UPON ENVIRONMENT-VALUE.
         OPEN INPUT MAE-HIST.
         IF MAE-HIST-ESTADO = "00"
            READ MAE-HIST AT END MOVE "SI" TO EOF-HIST
            END-READ
            PERFORM 0460-ACUMULAR-REG-HISTORICO UNTIL EOF-MAE-HIST
            CLOSE MAE-HIST
         END-IF.

        0460-ACUMULAR-REG-HISTORICO.
         MOVE MAE-HIST-DIA        TO WS-ACU-DIA.
         MOVE MAE-HIST-MES        TO WS-ACU-MES.
         MOVE MAE-HIST-ANIO       TO WS-ACU-ANIO.
         MOVE MAE-HIST-SUCURSAL   TO WS-ACU-SUCURSAL.
         MOVE MAE-HIST-TIPO-CLASE TO WS-ACU-TIPO.
         MOVE MAE-HIST-HORAS      TO WS-ACU-HORAS.
         PERFORM 0500-ACUMULAR-REAL.
         READ MAE-HIST AT END MOVE "SI" TO EOF-HIST.

      *-----------------------------------------------------------*
      *----------    HORAS REALES VALORIZADAS A LA TARIFA  --------*
      *----------    VIGENTE EN LA FECHA DE LA CLASE       --------*
      *-----------------------------------------------------------*
        0500-ACUMULAR-REAL.
         IF WS-ACU-ANIO = WS-ANIO AND WS-ACU-MES <= WS-MES
            PERFORM 0510-BUSCAR-TARIFA-VIGENTE
            MULTIPLY WS-ACU-HORAS BY WS-TARIFA-VIGENTE
                     GIVING WS-ACU-IMPORTE ROUNDED
            PERFORM 0600-UBICAR-DESVIO
            IF WS-FLAG-HALLADO = "S"
               ADD WS-ACU-HORAS   TO DESV-RA-HORAS(DESV-INDICE)
               ADD WS-ACU-IMPORTE TO DESV-RA-IMPORTE(DESV-INDICE)
               IF WS-ACU-MES = WS-MES
                  ADD WS-ACU-HORAS   TO DESV-RM-HORAS(DESV-INDICE)
                  ADD WS-ACU-IMPORTE TO DESV-RM-IMPORTE(DESV-INDICE)
               END-IF
            END-IF
         END-IF.

        0510-BUSCAR-TARIFA-VIGENTE.
         COMPUTE WS-FECHA-COMP = WS-ACU-ANIO * 10000
                                + WS-ACU-MES * 100
                                + WS-ACU-DIA.
         MOVE 0 TO WS-MEJOR-VIG.
         MOVE 0 TO WS-TARIFA-VIGENTE.
         PERFORM VARYING TIP-INDICE FROM 1 BY 1
                  UNTIL TIP-INDICE > WS-CANT-TIPOS
            IF TAB-TIP-TIP_CLASE(TIP-INDICE) = WS-ACU-TIPO
               COMPUTE WS-VIG-COMP =
                          TAB-TIP-VIG-ANIO(TIP-INDICE) * 10000
                        + TAB-TIP-VIG-MES(TIP-INDICE) * 100
                        + TAB-TIP-VIG-DIA(TIP-INDICE)
               IF WS-VIG-COMP <= WS-FECHA-COMP
                            AND WS-VIG-COMP >= WS-MEJOR-VIG
                  MOVE WS-VIG-COMP TO WS-MEJOR-VIG
                  MOVE TAB-TIP-TARIFA(TIP-INDICE) TO WS-TARIFA-VIGENTE
               END-IF
            END-IF
         END-PERFORM.

      *-----------------------------------------------------------*
      *----------    ENTRADA SUCURSAL+TIPO; SE REGISTRAN   --------*
      *----------    SUCURSAL Y TIPO PARA LAS HOJAS        --------*
      *-----------------------------------------------------------*
        0600-UBICAR-DESVIO.
         MOVE "N" TO WS-FLAG-HALLADO.
         PERFORM VARYING DESV-INDICE FROM 1 BY 1
                  UNTIL DESV-INDICE > WS-CANT-DESVIOS
                     OR WS-FLAG-HALLADO = "S"
            IF DESV-SUCURSAL(DESV-INDICE) = WS-ACU-SUCURSAL
               AND DESV-TIPO(DESV-INDICE) = WS-ACU-TIPO
               MOVE "S" TO WS-FLAG-HALLADO
            END-IF
         END-PERFORM.
         IF WS-FLAG-HALLADO = "S"
            SET DESV-INDICE DOWN BY 1
         ELSE
            IF WS-CANT-DESVIOS < 2000
               ADD 1 TO WS-CANT-DESVIOS
               SET DESV-INDICE TO WS-CANT-DESVIOS
               INITIALIZE DESV(DESV-INDICE)
               MOVE WS-ACU-SUCURSAL TO DESV-SUCURSAL(DESV-INDICE)
               MOVE WS-ACU-TIPO     TO DESV-TIPO(DESV-INDICE)
               MOVE "S" TO WS-FLAG-HALLADO
               PERFORM 0610-REGISTRAR-SUCURSAL
               PERFORM 0620-REGISTRAR-TIPO
            ELSE
               DISPLAY "Tabla de desvios desbordada - abortado"
               STOP RUN
            END-IF
         END-IF.

        0610-REGISTRAR-SUCURSAL.
         MOVE "N" TO WS-FLAG-REGISTRADO.
         PERFORM VARYING DSUC-INDICE FROM 1 BY 1
                  UNTIL DSUC-INDICE > WS-CANT-DSUC
            IF DSUC-CODIGO(DSUC-INDICE) = WS-ACU-SUCURSAL
               MOVE "S" TO WS-FLAG-REGISTRADO
            END-IF
         END-PERFORM.
         IF WS-FLAG-REGISTRADO = "N" AND WS-CANT-DSUC < 150
            ADD 1 TO WS-CANT-DSUC
            MOVE WS-ACU-SUCURSAL TO DSUC-CODIGO(WS-CANT-DSUC)
         END-IF.

        0620-REGISTRAR-TIPO.
         MOVE "N" TO WS-FLAG-REGISTRADO.
         PERFORM VARYING DTIP-INDICE FROM 1 BY 1
                  UNTIL DTIP-INDICE > WS-CANT-DTIP
            IF DTIP-CODIGO(DTIP-INDICE) = WS-ACU-TIPO
               MOVE "S" TO WS-FLAG-REGISTRADO
            END-IF
         END-PERFORM.
         IF WS-FLAG-REGISTRADO = "N" AND WS-CANT-DTIP < 200
            ADD 1 TO WS-CANT-DTIP
            MOVE WS-ACU-TIPO TO DTIP-CODIGO(WS-CANT-DTIP)
         END-IF.

      *-----------------------------------------------------------*
      *----------    UNA HOJA POR SUCURSAL    ---------------------*
      *-----------------------------------------------------------*
        0800-IMPRIMIR-SUCURSALES.
         INITIALIZE WS-GENERAL-TOTALES.
         PERFORM 0810-IMPRIMIR-UNA-SUCURSAL
                 VARYING DSUC-INDICE FROM 1 BY 1
                 UNTIL DSUC-INDICE > WS-CANT-DSUC.

        0810-IMPRIMIR-UNA-SUCURSAL.
         PERFORM 0850-IMPRIMIR-ENCABEZADO.
         MOVE DSUC-CODIGO(DSUC-INDICE) TO DESV-SUC-CODIGO.
         MOVE "DESCONOCIDA" TO DESV-SUC-RAZON.
         PERFORM VARYING SUC-INDICE FROM 1 BY 1
                  UNTIL SUC-INDICE > WS-CANT-SUCURSALES
            IF TAB-SUC-SUCURSAL(SUC-INDICE) = DSUC-CODIGO(DSUC-INDICE)
               MOVE TAB-SUC-RAZON(SUC-INDICE) TO DESV-SUC-RAZON
            END-IF
         END-PERFORM.
         WRITE LINEA-DESVIOS FROM DESV-LINEA-SUCURSAL.
         WRITE LINEA-DESVIOS FROM LINEA-EN-BLANCO.
         WRITE LINEA-DESVIOS FROM DESV-LINEA-COLUMNAS.
         MOVE "S" TO WS-FLAG-CONTAR.
         PERFORM VARYING DESV-INDICE FROM 1 BY 1
                  UNTIL DESV-INDICE > WS-CANT-DESVIOS
            IF DESV-SUCURSAL(DESV-INDICE) = DSUC-CODIGO(DSUC-INDICE)
               MOVE DESV-TIPO(DESV-INDICE) TO WS-CMP-TIPO
               MOVE DESV-PM-HORAS(DESV-INDICE)   TO WS-GRP-PM-HORAS
               MOVE DESV-PM-IMPORTE(DESV-INDICE) TO WS-GRP-PM-IMPORTE
               MOVE DESV-RM-HORAS(DESV-INDICE)   TO WS-GRP-RM-HORAS
               MOVE DESV-RM-IMPORTE(DESV-INDICE) TO WS-GRP-RM-IMPORTE
               MOVE DESV-PA-HORAS(DESV-INDICE)   TO WS-GRP-PA-HORAS
               MOVE DESV-PA-IMPORTE(DESV-INDICE) TO WS-GRP-PA-IMPORTE
               MOVE DESV-RA-HORAS(DESV-INDICE)   TO WS-GRP-RA-HORAS
               MOVE DESV-RA-IMPORTE(DESV-INDICE) TO WS-GRP-RA-IMPORTE
               PERFORM 0860-IMPRIMIR-GRUPO
               PERFORM 0870-SUMAR-GENERAL
            END-IF
         END-PERFORM.
         PERFORM 0880-SUMAR-SUCURSAL.
         MOVE "N" TO WS-FLAG-CONTAR.
         WRITE LINEA-DESVIOS FROM LINEA-EN-BLANCO.
         MOVE "Tot." TO WS-CMP-TIPO.
         PERFORM 0860-IMPRIMIR-GRUPO.

        0850-IMPRIMIR-ENCABEZADO.
         ADD 1 TO WS-HOJA.
         MOVE WS-HOJA TO DESV-ENC-HOJA.
         WRITE LINEA-DESVIOS FROM DESV-ENCABEZADO
               AFTER ADVANCING PAGE.
         MOVE WS-MES        TO DESV-PER-MES.
         MOVE WS-ANIO       TO DESV-PER-ANIO.
         MOVE WS-TOLERANCIA TO DESV-PER-TOLER.
         WRITE LINEA-DESVIOS FROM DESV-LINEA-PERIODO.

      *-----------------------------------------------------------*
      *----------    MES Y ACUMULADO DE UN GRUPO    ---------------*
      *-----------------------------------------------------------*
        0860-IMPRIMIR-GRUPO.
         MOVE "Mes " TO WS-CMP-LAPSO.
         MOVE WS-GRP-PM-HORAS   TO WS-CMP-PPTO-HORAS.
         MOVE WS-GRP-RM-HORAS   TO WS-CMP-REAL-HORAS.
         MOVE WS-GRP-PM-IMPORTE TO WS-CMP-PPTO-IMPORTE.
         MOVE WS-GRP-RM-IMPORTE TO WS-CMP-REAL-IMPORTE.
         PERFORM 0890-IMPRIMIR-COMPARACION.
         MOVE SPACES TO WS-CMP-TIPO.
         MOVE "Acum" TO WS-CMP-LAPSO.
         MOVE WS-GRP-PA-HORAS   TO WS-CMP-PPTO-HORAS.
         MOVE WS-GRP-RA-HORAS   TO WS-CMP-REAL-HORAS.
         MOVE WS-GRP-PA-IMPORTE TO WS-CMP-PPTO-IMPORTE.
         MOVE WS-GRP-RA-IMPORTE TO WS-CMP-REAL-IMPORTE.
         PERFORM 0890-IMPRIMIR-COMPARACION.

        0870-SUMAR-GENERAL.
         ADD WS-GRP-PM-HORAS   TO WS-GEN-PM-HORAS.
         ADD WS-GRP-PM-IMPORTE TO WS-GEN-PM-IMPORTE.
         ADD WS-GRP-RM-HORAS   TO WS-GEN-RM-HORAS.
         ADD WS-GRP-RM-IMPORTE TO WS-GEN-RM-IMPORTE.
         ADD WS-GRP-PA-HORAS   TO WS-GEN-PA-HORAS.
         ADD WS-GRP-PA-IMPORTE TO WS-GEN-PA-IMPORTE.
         ADD WS-GRP-RA-HORAS   TO WS-GEN-RA-HORAS.
         ADD WS-GRP-RA-IMPORTE TO WS-GEN-RA-IMPORTE.

        0880-SUMAR-SUCURSAL.
         INITIALIZE WS-GRUPO-TOTALES.
         PERFORM VARYING DESV-INDICE FROM 1 BY 1
                  UNTIL DESV-INDICE > WS-CANT-DESVIOS
            IF DESV-SUCURSAL(DESV-INDICE) = DSUC-CODIGO(DSUC-INDICE)
               ADD DESV-PM-HORAS(DESV-INDICE)   TO WS-GRP-PM-HORAS
               ADD DESV-PM-IMPORTE(DESV-INDICE) TO WS-GRP-PM-IMPORTE
               ADD DESV-RM-HORAS(DESV-INDICE)   TO WS-GRP-RM-HORAS
               ADD DESV-RM-IMPORTE(DESV-INDICE) TO WS-GRP-RM-IMPORTE
               ADD DESV-PA-HORAS(DESV-INDICE)   TO WS-GRP-PA-HORAS
               ADD DESV-PA-IMPORTE(DESV-INDICE) TO WS-GRP-PA-IMPORTE
               ADD DESV-RA-HORAS(DESV-INDICE)   TO WS-GRP-RA-HORAS
               ADD DESV-RA-IMPORTE(DESV-INDICE) TO WS-GRP-RA-IMPORTE
            END-IF
         END-PERFORM.

      *-----------------------------------------------------------*
      *----------    DIFERENCIA, % SOBRE EL IMPORTE         -------*
      *----------    PRESUPUESTADO Y MARCA FUERA DE         -------*
      *----------    TOLERANCIA (REAL POR ENCIMA DEL PPTO)  -------*
      *-----------------------------------------------------------*
        0890-IMPRIMIR-COMPARACION.
         COMPUTE WS-CMP-DIF-HORAS = WS-CMP-REAL-HORAS
                                  - WS-CMP-PPTO-HORAS.
         COMPUTE WS-CMP-DIF-IMPORTE = WS-CMP-REAL-IMPORTE
                                    - WS-CMP-PPTO-IMPORTE.
         MOVE 0 TO WS-CMP-PORCENTAJE.
         MOVE SPACES TO DESV-DET-MARCA.
         IF WS-CMP-PPTO-IMPORTE > 0
            COMPUTE WS-CMP-PORCENTAJE ROUNDED =
                    WS-CMP-DIF-IMPORTE * 100 / WS-CMP-PPTO-IMPORTE
               ON SIZE ERROR MOVE 9999,99 TO WS-CMP-PORCENTAJE
            END-COMPUTE
            IF WS-CMP-PORCENTAJE > WS-TOLERANCIA
               MOVE "EXCEDIDO" TO DESV-DET-MARCA
            END-IF
         ELSE
            IF WS-CMP-REAL-IMPORTE > 0
               MOVE "SIN PPTO" TO DESV-DET-MARCA
            END-IF
         END-IF.
         IF DESV-DET-MARCA NOT = SPACES AND WS-FLAG-CONTAR = "S"
            ADD 1 TO WS-CANT-EXCEDIDOS
         END-IF.
         MOVE WS-CMP-TIPO         TO DESV-DET-TIPO.
         MOVE WS-CMP-LAPSO        TO DESV-DET-LAPSO.
         MOVE WS-CMP-PPTO-HORAS   TO DESV-DET-PPTO-H.
         MOVE WS-CMP-REAL-HORAS   TO DESV-DET-REAL-H.
         MOVE WS-CMP-DIF-HORAS    TO DESV-DET-DIF-H.
         MOVE WS-CMP-PPTO-IMPORTE TO DESV-DET-PPTO-I.
         MOVE WS-CMP-REAL-IMPORTE TO DESV-DET-REAL-I.
         MOVE WS-CMP-DIF-IMPORTE  TO DESV-DET-DIF-I.
         MOVE WS-CMP-PORCENTAJE   TO DESV-DET-PORC.
         WRITE LINEA-DESVIOS FROM DESV-LINEA-DETALLE.

      *-----------------------------------------------------------*
      *----------    HOJA CONSOLIDADA: TIPOS DE TODAS LAS  --------*
      *----------    SUCURSALES Y TOTAL GENERAL            --------*
      *-----------------------------------------------------------*
        0900-IMPRIMIR-CONSOLIDADO.
         MOVE "N" TO WS-FLAG-CONTAR.
         PERFORM 0850-IMPRIMIR-ENCABEZADO.
         WRITE LINEA-DESVIOS FROM DESV-LINEA-CONSOLIDADO.
         WRITE LINEA-DESVIOS FROM LINEA-EN-BLANCO.
         WRITE LINEA-DESVIOS FROM DESV-LINEA-COLUMNAS.
         PERFORM 0910-IMPRIMIR-UN-TIPO
                 VARYING DTIP-INDICE FROM 1 BY 1
                 UNTIL DTIP-INDICE > WS-CANT-DTIP.
         WRITE LINEA-DESVIOS FROM LINEA-EN-BLANCO.
         MOVE WS-GENERAL-TOTALES TO WS-GRUPO-TOTALES.
         MOVE "Tot." TO WS-CMP-TIPO.
         PERFORM 0860-IMPRIMIR-GRUPO.
         WRITE LINEA-DESVIOS FROM LINEA-EN-BLANCO.
         MOVE WS-CANT-EXCEDIDOS TO DESV-TOT-EXCEDIDOS.
         WRITE LINEA-DESVIOS FROM DESV-LINEA-EXCEDIDOS.

        0910-IMPRIMIR-UN-TIPO.
         INITIALIZE WS-GRUPO-TOTALES.
         PERFORM VARYING DESV-INDICE FROM 1 BY 1
                  UNTIL DESV-INDICE > WS-CANT-DESVIOS
            IF DESV-TIPO(DESV-INDICE) = DTIP-CODIGO(DTIP-INDICE)
               ADD DESV-PM-HORAS(DESV-INDICE)   TO WS-GRP-PM-HORAS
               ADD DESV-PM-IMPORTE(DESV-INDICE) TO WS-GRP-PM-IMPORTE
               ADD DESV-RM-HORAS(DESV-INDICE)   TO WS-GRP-RM-HORAS
               ADD DESV-RM-IMPORTE(DESV-INDICE) TO WS-GRP-RM-IMPORTE
               ADD DESV-PA-HORAS(DESV-INDICE)   TO WS-GRP-PA-HORAS
               ADD DESV-PA-IMPORTE(DESV-INDICE) TO WS-GRP-PA-IMPORTE
               ADD DESV-RA-HORAS(DESV-INDICE)   TO WS-GRP-RA-HORAS
               ADD DESV-RA-IMPORTE(DESV-INDICE) TO WS-GRP-RA-IMPORTE
            END-IF
         END-PERFORM.
         MOVE DTIP-CODIGO(DTIP-INDICE) TO WS-CMP-TIPO.
         PERFORM 0860-IMPRIMIR-GRUPO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       FIN.
            CLOSE DESVIOS.

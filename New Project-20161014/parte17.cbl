        IDENTIFICATION DIVISION.
        PROGRAM-ID. TP.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT PARAM-RESUMEN  ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PARAM-RES-ESTADO.

            SELECT MAE-HIST       ASSIGN TO "MAEHIST"
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS MAE-HIST-ESTADO.

            SELECT TIPOS_CLASE    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS TIPOS_CLASE-ESTADO.

            SELECT RESUMEN-MENSUAL ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS RES-CLAVE
                                  FILE STATUS IS RESUMEN-ESTADO.

            SELECT CONTROL-RESUMEN ASSIGN TO PRINTER
                                  "ControlResumen.dat".

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

        FD CONTROL-RESUMEN LABEL RECORD OMITTED.
        01 LINEA-CONTROL PIC X(100).

      *  ACCION "R": RECONSTRUYE EL RESUMEN DE CADA ANIO DEL RANGO
      *              DESDE SU HISTORICO Y LO CONTROLA
      *  ACCION "C": SOLO CONTROLA (DEFAULT)
      *  ANIOS EN CERO: LOS ULTIMOS SEIS ANIOS HASTA EL ACTUAL
        FD PARAM-RESUMEN LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "ParamResumen.dat".
        01 REG-PARAM-RESUMEN.
            03 PRES-ACCION            PIC X(1).
            03 PRES-DESDE             PIC 9(4).
            03 PRES-HASTA             PIC 9(4).

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

      *  UN REGISTRO POR ANIO+MES+PROFESOR+SUCURSAL+TIPO DE LOS
      *  PERIODOS CERRADOS; IMPORTE A LA TARIFA VIGENTE EN LA FECHA
      *  DE CADA CLASE
        FD RESUMEN-MENSUAL LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "ResumenMensual.dat".
        01 REG-RESUMEN-MENSUAL.
            03 RES-CLAVE.
                05 RES-ANIO           PIC 9(4).
                05 RES-MES            PIC 9(2).
                05 RES-NUMERO         PIC X(5).
                05 RES-SUCURSAL       PIC X(3).
                05 RES-TIPO-CLASE     PIC X(4).
            03 RES-CANTIDAD           PIC 9(6).
            03 RES-HORAS              PIC 9(7)V99.
            03 RES-IMPORTE            PIC 9(9)V99.

        WORKING-STORAGE SECTION.
        77 PARAM-RES-ESTADO PIC XX.
        77 MAE-HIST-ESTADO PIC XX.
        77 TIPOS_CLASE-ESTADO PIC XX.
        77 RESUMEN-ESTADO PIC XX.
        77 EOF-HIST PIC XX VALUE "NO".
            88 EOF-MAE-HIST VALUE "SI".
        77 EOF-CLASES PIC XX VALUE "NO".
            88 EOF-TIPOS_CLASE VALUE "SI".
        77 EOF-RES PIC XX VALUE "NO".
            88 EOF-RESUMEN VALUE "SI".

        01 WS-ACCION PIC X VALUE "C".
            88 ACCION-RECONSTRUIR VALUE "R".
            88 ACCION-CONTROLAR VALUE "C".
        01 WS-ANIO-DESDE PIC 9(4) VALUE 0.
        01 WS-ANIO-HASTA PIC 9(4) VALUE 0.
        01 WS-ANIO-HIST PIC 9(4) VALUE 0.
        01 WS-HIST-NOMBRE PIC X(30) VALUE SPACES.
        01 WS-ENV-NOMBRE PIC X(20).
        01 WS-FLAG-HIST PIC X VALUE "N".
            88 HIST-DISPONIBLE VALUE "S".

        01 WS-FECHA-COMP PIC 9(8) VALUE 0.
        01 WS-VIG-COMP PIC 9(8) VALUE 0.
        01 WS-MEJOR-VIG PIC 9(8) VALUE 0.
        01 WS-TARIFA-VIGENTE PIC 9(5)V99 VALUE 0.
        01 WS-IMPORTE-REG PIC 9(7)V99 VALUE 0.

      *  TOTALES DEL ANIO EN PROCESO
        01 WS-HIST-CANT PIC 9(7) VALUE 0.
        01 WS-HIST-HORAS PIC 9(9)V99 VALUE 0.
        01 WS-RES-CANT PIC 9(7) VALUE 0.
        01 WS-RES-HORAS PIC 9(9)V99 VALUE 0.
        01 WS-RES-IMPORTE PIC 9(11)V99 VALUE 0.

      *  TOTALES GENERALES
        01 WS-TOT-HIST-CANT PIC 9(7) VALUE 0.
        01 WS-TOT-HIST-HORAS PIC 9(9)V99 VALUE 0.
        01 WS-TOT-RES-CANT PIC 9(7) VALUE 0.
        01 WS-TOT-RES-HORAS PIC 9(9)V99 VALUE 0.
        01 WS-TOT-RES-IMPORTE PIC 9(11)V99 VALUE 0.
        01 WS-CANT-DIFERENCIAS PIC 9(3) VALUE 0.
        01 WS-CANT-SIN-HIST PIC 9(3) VALUE 0.

        01 WS-CANT-TIPOS PIC 9(3) VALUE 0.
        01 TABLA-TIPOS_CLASE.
            02 TAB-TIPOS_CLASE OCCURS 200 TIMES INDEXED BY TIP-INDICE.
                03 TAB-TIP-TIP_CLASE PIC X(4).
                03 TAB-TIP-VIGENCIA.
                    04 TAB-TIP-VIG-ANIO PIC 9(4).
                    04 TAB-TIP-VIG-MES  PIC 9(2).
                    04 TAB-TIP-VIG-DIA  PIC 9(2).
                03 TAB-TIP-TARIFA PIC 9(5)V99.

        01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR     PIC 9(04).
               10 WS-CURRENT-MONTH    PIC 9(02).
               10 WS-CURRENT-DAY     PIC 9(02).
           05  WS-CURRENT-TIME.
               10 WS-CURRENT-HOUR     PIC  9(2).
               10  WS-CURRENT-MINUTE  PIC  9(2).
               10  WS-CURRENT-SECOND  PIC  9(2).
               10  WS-CURRENT-MS      PIC  9(2).
               10  WS-GMT-SIGN        PIC X(01).
               10  WS-GMT-TIME        PIC X(04).

        01 CTL-ENCABEZADO.
            03 FILLER      PIC X(20) VALUE SPACES.
            03 FILLER      PIC X(50)
                VALUE "Control del Resumen Mensual contra Historicos".
            03 FILLER      PIC X(10) VALUE SPACES.
            03 CTL-ENC-DIA PIC 9(2).
            03 FILLER      PIC X(1) VALUE "/".
            03 CTL-ENC-MES PIC 9(2).
            03 FILLER      PIC X(1) VALUE "/".
            03 CTL-ENC-ANIO PIC 9(4).
            03 FILLER      PIC X(10) VALUE SPACES.

        01 CTL-LINEA-PARAMETROS.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(8) VALUE "Accion: ".
            03 CTL-PAR-ACCION  PIC X(14).
            03 FILLER          PIC X(8) VALUE "  Anios ".
            03 CTL-PAR-DESDE   PIC 9(4).
            03 FILLER          PIC X(3) VALUE " a ".
            03 CTL-PAR-HASTA   PIC 9(4).
            03 FILLER          PIC X(57) VALUE SPACES.

        01 CTL-TITULO.
            03 FILLER      PIC X(2) VALUE SPACES.
            03 FILLER      PIC X(6) VALUE "Anio".
            03 FILLER      PIC X(9) VALUE "Hist.Reg".
            03 FILLER      PIC X(14) VALUE "  Hist.Horas".
            03 FILLER      PIC X(9) VALUE " Res.Reg".
            03 FILLER      PIC X(14) VALUE "   Res.Horas".
            03 FILLER      PIC X(16) VALUE "     Res.Importe".
            03 FILLER      PIC X(14) VALUE "  Accion".
            03 FILLER      PIC X(16) VALUE "Resultado".

        01 CTL-LINEA-ANIO.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 CTL-ANIO        PIC 9(4).
            03 FILLER          PIC X(2) VALUE SPACES.
            03 CTL-HIST-CANT   PIC Z(6)9.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 CTL-HIST-HORAS  PIC Z(8)9,99.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 CTL-RES-CANT    PIC Z(6)9.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 CTL-RES-HORAS   PIC Z(8)9,99.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 CTL-RES-IMPORTE PIC Z(10)9,99.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 CTL-ACCION      PIC X(12).
            03 FILLER          PIC X(2) VALUE SPACES.
            03 CTL-RESULTADO   PIC X(14).
            03 FILLER          PIC X(4) VALUE SPACES.

        01 CTL-LINEA-TOTALES.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(6) VALUE "Total ".
            03 CTL-TOT-HIST-CANT PIC Z(6)9.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 CTL-TOT-HIST-HORAS PIC Z(8)9,99.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 CTL-TOT-RES-CANT PIC Z(6)9.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 CTL-TOT-RES-HORAS PIC Z(8)9,99.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 CTL-TOT-RES-IMPORTE PIC Z(10)9,99.
            03 FILLER          PIC X(32) VALUE SPACES.

        01 CTL-LINEA-RESULTADO.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(20) VALUE "Anios con diferencia".
            03 FILLER          PIC X(2) VALUE ": ".
            03 CTL-CANT-DIF    PIC ZZ9.
            03 FILLER          PIC X(4) VALUE SPACES.
            03 FILLER          PIC X(20) VALUE "Anios sin historico".
            03 FILLER          PIC X(2) VALUE ": ".
            03 CTL-CANT-SIN-HIST PIC ZZ9.
            03 FILLER          PIC X(44) VALUE SPACES.

        01 CTL-LINEA-BLANCO PIC X(100) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * COMIENZO.

        PERFORM 0100-INICIO.
        PERFORM 0200-PROCESAR-ANIO
                VARYING WS-ANIO-HIST FROM WS-ANIO-DESDE BY 1
                UNTIL WS-ANIO-HIST > WS-ANIO-HASTA.
        PERFORM 0700-IMPRIMIR-TOTALES.
        PERFORM FIN.
        STOP RUN.

      *----------    PERFORM INICIO      -------------------------*
      *-----------------------------------------------------------*
        0100-INICIO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            PERFORM 0110-LEER-PARAMETRO.
            IF ACCION-RECONSTRUIR
               PERFORM 0150-CARGAR-TARIFAS
               OPEN I-O RESUMEN-MENSUAL
               IF RESUMEN-ESTADO = "35"
                  OPEN OUTPUT RESUMEN-MENSUAL
                  CLOSE RESUMEN-MENSUAL
                  OPEN I-O RESUMEN-MENSUAL
               END-IF
            ELSE
               OPEN INPUT RESUMEN-MENSUAL
            END-IF.
            IF RESUMEN-ESTADO NOT = "00"
               DISPLAY "Error abriendo ResumenMensual FS: "
                       RESUMEN-ESTADO
               STOP RUN
            END-IF.
            OPEN OUTPUT CONTROL-RESUMEN.
            MOVE WS-CURRENT-DAY   TO CTL-ENC-DIA.
            MOVE WS-CURRENT-MONTH TO CTL-ENC-MES.
            MOVE WS-CURRENT-YEAR  TO CTL-ENC-ANIO.
            WRITE LINEA-CONTROL FROM CTL-ENCABEZADO.
            IF ACCION-RECONSTRUIR
               MOVE "Reconstruir" TO CTL-PAR-ACCION
            ELSE
               MOVE "Controlar" TO CTL-PAR-ACCION
            END-IF.
            MOVE WS-ANIO-DESDE TO CTL-PAR-DESDE.
            MOVE WS-ANIO-HASTA TO CTL-PAR-HASTA.
            WRITE LINEA-CONTROL FROM CTL-LINEA-PARAMETROS.
            WRITE LINEA-CONTROL FROM CTL-LINEA-BLANCO.
            WRITE LINEA-CONTROL FROM CTL-TITULO.

      *-----------------------------------------------------------*
      *----------    ACCION Y RANGO DE ANIOS (OPCIONAL)    --------*
      *-----------------------------------------------------------*
        0110-LEER-PARAMETRO.
         OPEN INPUT PARAM-RESUMEN.
         IF PARAM-RES-ESTADO = "00"
            READ PARAM-RESUMEN
               AT END MOVE SPACES TO REG-PARAM-RESUMEN
            END-READ
            IF PRES-ACCION NOT = SPACES
               MOVE PRES-ACCION TO WS-ACCION
            END-IF
            IF PRES-DESDE IS NUMERIC AND PRES-HASTA IS NUMERIC
               MOVE PRES-DESDE TO WS-ANIO-DESDE
               MOVE PRES-HASTA TO WS-ANIO-HASTA
            END-IF
            CLOSE PARAM-RESUMEN
         END-IF.
         IF NOT ACCION-RECONSTRUIR AND NOT ACCION-CONTROLAR
            DISPLAY "Accion invalida en ParamResumen: " WS-ACCION
            STOP RUN
         END-IF.
         IF WS-ANIO-HASTA = 0
            MOVE WS-CURRENT-YEAR TO WS-ANIO-HASTA
         END-IF.
         IF WS-ANIO-DESDE = 0
            COMPUTE WS-ANIO-DESDE = WS-ANIO-HASTA - 5
         END-IF.
         IF WS-ANIO-DESDE > WS-ANIO-HASTA
            DISPLAY "Rango de anios invalido en ParamResumen"
            STOP RUN
         END-IF.

      *-----------------------------------------------------------*
      *----------    TARIFAS CON VIGENCIA PARA VALORIZAR   --------*
      *-----------------------------------------------------------*
        0150-CARGAR-TARIFAS.
         OPEN INPUT TIPOS_CLASE.
         IF TIPOS_CLASE-ESTADO NOT = "00"
            DISPLAY "Error abriendo TiposClase FS: " TIPOS_CLASE-ESTADO
            STOP RUN
         END-IF.
         READ TIPOS_CLASE AT END MOVE "SI" TO EOF-CLASES.
         PERFORM 0155-CARGAR-TIPO UNTIL EOF-TIPOS_CLASE.
         CLOSE TIPOS_CLASE.

        0155-CARGAR-TIPO.
         IF WS-CANT-TIPOS < 200
            ADD 1 TO WS-CANT-TIPOS
            MOVE TIP-TIP_CLASE TO TAB-TIP-TIP_CLASE(WS-CANT-TIPOS)
            MOVE TIP-VIG-ANIO  TO TAB-TIP-VIG-ANIO(WS-CANT-TIPOS)
            MOVE TIP-VIG-MES   TO TAB-TIP-VIG-MES(WS-CANT-TIPOS)
            MOVE TIP-VIG-DIA   TO TAB-TIP-VIG-DIA(WS-CANT-TIPOS)
            MOVE TIP-TARIFA    TO TAB-TIP-TARIFA(WS-CANT-TIPOS)
         END-IF.
         READ TIPOS_CLASE AT END MOVE "SI" TO EOF-CLASES.

      *-----------------------------------------------------------*
      *----------    UN ANIO: HISTORICO, RECONSTRUCCION   ---------*
      *----------    Y TOTALES DEL RESUMEN                ---------*
      *-----------------------------------------------------------*
        0200-PROCESAR-ANIO.
         MOVE 0 TO WS-HIST-CANT.
         MOVE 0 TO WS-HIST-HORAS.
         MOVE 0 TO WS-RES-CANT.
         MOVE 0 TO WS-RES-HORAS.
         MOVE 0 TO WS-RES-IMPORTE.
         PERFORM 0210-ABRIR-HISTORICO.
         IF HIST-DISPONIBLE
            IF ACCION-RECONSTRUIR
               PERFORM 0300-BORRAR-RESUMEN-ANIO
            END-IF
            READ MAE-HIST AT END MOVE "SI" TO EOF-HIST
            END-READ
            PERFORM 0250-LEER-HISTORICO UNTIL EOF-MAE-HIST
            CLOSE MAE-HIST
         END-IF.
         PERFORM 0500-TOTALIZAR-RESUMEN.
         PERFORM 0600-IMPRIMIR-ANIO.

        0210-ABRIR-HISTORICO.
         MOVE SPACES TO WS-HIST-NOMBRE.
         STRING "MaeTimesHist-" WS-ANIO-HIST ".dat"
                DELIMITED BY SIZE INTO WS-HIST-NOMBRE
         END-STRING.
         MOVE "DD_MAEHIST" TO WS-ENV-NOMBRE.
         DISPLAY WS-ENV-NOMBRE UPON ENVIRONMENT-NAME.
         DISPLAY WS-HIST-NOMBRE UPON ENVIRONMENT-VALUE.
         MOVE "NO" TO EOF-HIST.
         MOVE "N" TO WS-FLAG-HIST.
         OPEN INPUT MAE-HIST.
         IF MAE-HIST-ESTADO = "00"
            MOVE "S" TO WS-FLAG-HIST
         END-IF.

        0250-LEER-HISTORICO.
         ADD 1 TO WS-HIST-CANT.
         ADD MAE-HIST-HORAS TO WS-HIST-HORAS.
         IF ACCION-RECONSTRUIR
            PERFORM 0400-ACTUALIZAR-RESUMEN
         END-IF.
         READ MAE-HIST AT END MOVE "SI" TO EOF-HIST.

      *-----------------------------------------------------------*
      *----------    SE BORRA EL RESUMEN DEL ANIO SOLO SI  --------*
      *----------    SU HISTORICO ESTA DISPONIBLE          --------*
      *-----------------------------------------------------------*
        0300-BORRAR-RESUMEN-ANIO.
         MOVE LOW-VALUES   TO RES-CLAVE.
         MOVE WS-ANIO-HIST TO RES-ANIO.
         MOVE 0            TO RES-MES.
         MOVE "NO" TO EOF-RES.
         START RESUMEN-MENSUAL KEY IS NOT LESS THAN RES-CLAVE
            INVALID KEY MOVE "SI" TO EOF-RES
         END-START.
         PERFORM 0310-BORRAR-UN-RESUMEN UNTIL EOF-RESUMEN.

        0310-BORRAR-UN-RESUMEN.
         READ RESUMEN-MENSUAL NEXT
            AT END MOVE "SI" TO EOF-RES
            NOT AT END
               IF RES-ANIO = WS-ANIO-HIST
                  DELETE RESUMEN-MENSUAL
                  END-DELETE
               ELSE
                  MOVE "SI" TO EOF-RES
               END-IF
         END-READ.

      *-----------------------------------------------------------*
      *----------    ALTA O ACUMULACION EN EL RESUMEN      --------*
      *-----------------------------------------------------------*
        0400-ACTUALIZAR-RESUMEN.
         PERFORM 0410-BUSCAR-TARIFA-VIGENTE.
         MULTIPLY MAE-HIST-HORAS BY WS-TARIFA-VIGENTE
                  GIVING WS-IMPORTE-REG ROUNDED.
         MOVE MAE-HIST-ANIO       TO RES-ANIO.
         MOVE MAE-HIST-MES        TO RES-MES.
         MOVE MAE-HIST-NUMERO     TO RES-NUMERO.
         MOVE MAE-HIST-SUCURSAL   TO RES-SUCURSAL.
         MOVE MAE-HIST-TIPO-CLASE TO RES-TIPO-CLASE.
         READ RESUMEN-MENSUAL
            INVALID KEY
               MOVE 1              TO RES-CANTIDAD
               MOVE MAE-HIST-HORAS TO RES-HORAS
               MOVE WS-IMPORTE-REG TO RES-IMPORTE
               WRITE REG-RESUMEN-MENSUAL
               END-WRITE
            NOT INVALID KEY
               ADD 1              TO RES-CANTIDAD
               ADD MAE-HIST-HORAS TO RES-HORAS
               ADD WS-IMPORTE-REG TO RES-IMPORTE
               REWRITE REG-RESUMEN-MENSUAL
               END-REWRITE
         END-READ.

        0410-BUSCAR-TARIFA-VIGENTE.
         COMPUTE WS-FECHA-COMP = MAE-HIST-ANIO * 10000
                                + MAE-HIST-MES * 100
                                + MAE-HIST-DIA.
         MOVE 0 TO WS-MEJOR-VIG.
         MOVE 0 TO WS-TARIFA-VIGENTE.
         PERFORM VARYING TIP-INDICE FROM 1 BY 1
                  UNTIL TIP-INDICE > WS-CANT-TIPOS
            IF TAB-TIP-TIP_CLASE(TIP-INDICE) = MAE-HIST-TIPO-CLASE
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
      *----------    TOTALES DEL RESUMEN PARA EL ANIO     ---------*
      *-----------------------------------------------------------*
        0500-TOTALIZAR-RESUMEN.
         MOVE LOW-VALUES   TO RES-CLAVE.
         MOVE WS-ANIO-HIST TO RES-ANIO.
         MOVE 0            TO RES-MES.
         MOVE "NO" TO EOF-RES.
         START RESUMEN-MENSUAL KEY IS NOT LESS THAN RES-CLAVE
            INVALID KEY MOVE "SI" TO EOF-RES
         END-START.
         PERFORM 0510-SUMAR-UN-RESUMEN UNTIL EOF-RESUMEN.

        0510-SUMAR-UN-RESUMEN.
         READ RESUMEN-MENSUAL NEXT
            AT END MOVE "SI" TO EOF-RES
            NOT AT END
               IF RES-ANIO = WS-ANIO-HIST
                  ADD RES-CANTIDAD TO WS-RES-CANT
                  ADD RES-HORAS    TO WS-RES-HORAS
                  ADD RES-IMPORTE  TO WS-RES-IMPORTE
               ELSE
                  MOVE "SI" TO EOF-RES
               END-IF
         END-READ.

      *-----------------------------------------------------------*
      *----------    LINEA DE CONTROL DEL ANIO    -----------------*
      *-----------------------------------------------------------*
        0600-IMPRIMIR-ANIO.
         MOVE WS-ANIO-HIST   TO CTL-ANIO.
         MOVE WS-HIST-CANT   TO CTL-HIST-CANT.
         MOVE WS-HIST-HORAS  TO CTL-HIST-HORAS.
         MOVE WS-RES-CANT    TO CTL-RES-CANT.
         MOVE WS-RES-HORAS   TO CTL-RES-HORAS.
         MOVE WS-RES-IMPORTE TO CTL-RES-IMPORTE.
         IF HIST-DISPONIBLE
            IF ACCION-RECONSTRUIR
               MOVE "Reconstruido" TO CTL-ACCION
            ELSE
               MOVE "Controlado" TO CTL-ACCION
            END-IF
            IF WS-HIST-CANT = WS-RES-CANT
                              AND WS-HIST-HORAS = WS-RES-HORAS
               MOVE "OK" TO CTL-RESULTADO
            ELSE
               MOVE "DIFERENCIA" TO CTL-RESULTADO
               ADD 1 TO WS-CANT-DIFERENCIAS
            END-IF
         ELSE
            MOVE "Conservado" TO CTL-ACCION
            IF WS-RES-CANT = 0
               MOVE "SIN DATOS" TO CTL-RESULTADO
            ELSE
               MOVE "SIN HISTORICO" TO CTL-RESULTADO
               ADD 1 TO WS-CANT-SIN-HIST
            END-IF
         END-IF.
         WRITE LINEA-CONTROL FROM CTL-LINEA-ANIO.
         ADD WS-HIST-CANT   TO WS-TOT-HIST-CANT.
         ADD WS-HIST-HORAS  TO WS-TOT-HIST-HORAS.
         ADD WS-RES-CANT    TO WS-TOT-RES-CANT.
         ADD WS-RES-HORAS   TO WS-TOT-RES-HORAS.
         ADD WS-RES-IMPORTE TO WS-TOT-RES-IMPORTE.

      *-----------------------------------------------------------*
      *----------    TOTALES DEL CONTROL    -----------------------*
      *-----------------------------------------------------------*
        0700-IMPRIMIR-TOTALES.
         WRITE LINEA-CONTROL FROM CTL-LINEA-BLANCO.
         MOVE WS-TOT-HIST-CANT   TO CTL-TOT-HIST-CANT.
         MOVE WS-TOT-HIST-HORAS  TO CTL-TOT-HIST-HORAS.
         MOVE WS-TOT-RES-CANT    TO CTL-TOT-RES-CANT.
         MOVE WS-TOT-RES-HORAS   TO CTL-TOT-RES-HORAS.
         MOVE WS-TOT-RES-IMPORTE TO CTL-TOT-RES-IMPORTE.
         WRITE LINEA-CONTROL FROM CTL-LINEA-TOTALES.
         MOVE WS-CANT-DIFERENCIAS TO CTL-CANT-DIF.
         MOVE WS-CANT-SIN-HIST    TO CTL-CANT-SIN-HIST.
         WRITE LINEA-CONTROL FROM CTL-LINEA-RESULTADO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       FIN.
            CLOSE RESUMEN-MENSUAL.
            CLOSE CONTROL-RESUMEN.
            DISPLAY "Fin control resumen - anios con diferencia: "
                    WS-CANT-DIFERENCIAS " sin historico: "
                    WS-CANT-SIN-HIST.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. TP.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT PARAM-RECIBO   ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PARAM-RECIBO-ESTADO.

            SELECT HIST-LIQ       ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS HIST-LIQ-ESTADO.

            SELECT MAE-TIMES      ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS MAE-TIMES-CLAVE
                                  FILE STATUS IS MAE-TIMES-ESTADO.

            SELECT MAE-HIST       ASSIGN TO "MAEHIST"
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS MAE-HIST-ESTADO.

            SELECT PROFESORES     ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PROF-ESTADO.

            SELECT SUCURSALES     ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS SUCURSALES-ESTADO.

            SELECT TIPOS_CLASE    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS TIPOS_CLASE-ESTADO.

            SELECT RETENCIONES    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS RETENCIONES-ESTADO.

            SELECT CTA-CTE-MOV    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS CTA-CTE-MOV-ESTADO.

            SELECT PAGO-RETENIDO  ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PAGO-RETENIDO-ESTADO.

            SELECT REIMPRESION ASSIGN TO PRINTER
                                  "ReciboReimpresion.dat".

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

        FD REIMPRESION LABEL RECORD OMITTED.
        01 LINEA-RECIBO PIC X(87).

      *  PROFESOR Y PERIODO A REIMPRIMIR; CORRIDA EN CERO = LA
      *  ULTIMA LIQUIDACION DEL PERIODO
        FD PARAM-RECIBO LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "ParamRecibo.dat".
        01 REG-PARAM-RECIBO.
            03 PREC-NUMERO            PIC X(5).
            03 PREC-ANIO              PIC 9(4).
            03 PREC-MES               PIC 9(2).
            03 PREC-CORRIDA           PIC 9(5).

        FD HIST-LIQ    LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "HistLiquidacion.dat".
        01 REG-HIST-LIQ.
            03 HLIQ-TIPO              PIC X(1).
                88 HLIQ-REG-DETALLE   VALUE "D".
                88 HLIQ-REG-RETENCION VALUE "R".
                88 HLIQ-REG-NETO      VALUE "N".
            03 HLIQ-ORIGEN            PIC X(1).
                88 HLIQ-ORIGEN-LIQUIDACION   VALUE "L".
                88 HLIQ-ORIGEN-SUPLEMENTARIA VALUE "S".
            03 HLIQ-PERIODO           PIC 9(6).
            03 HLIQ-CORRIDA           PIC 9(5).
            03 HLIQ-NUMERO            PIC X(5).
            03 HLIQ-DATOS             PIC X(50).
            03 HLIQ-DATOS-DETALLE REDEFINES HLIQ-DATOS.
                05 HLIQ-DET-SUCURSAL  PIC X(3).
                05 HLIQ-DET-TIPO-CLASE PIC X(4).
                05 HLIQ-DET-HORAS     PIC 9(5)V99.
                05 HLIQ-DET-TARIFA    PIC 9(5)V99.
                05 HLIQ-DET-IMPORTE   PIC S9(7)V99
                                      SIGN IS LEADING SEPARATE.
                05 FILLER             PIC X(19).
            03 HLIQ-DATOS-RETENCION REDEFINES HLIQ-DATOS.
                05 HLIQ-RET-CODIGO    PIC X(3).
                05 HLIQ-RET-BASE      PIC 9(9)V99.
                05 HLIQ-RET-ALICUOTA  PIC 9(2)V99.
                05 HLIQ-RET-IMPORTE   PIC 9(7)V99.
                05 FILLER             PIC X(23).
            03 HLIQ-DATOS-NETO REDEFINES HLIQ-DATOS.
                05 HLIQ-NETO-BRUTO    PIC 9(7)V99.
                05 HLIQ-NETO-RETENIDO PIC 9(7)V99.
                05 HLIQ-NETO-IMPORTE  PIC 9(7)V99.
                05 HLIQ-NETO-CBU      PIC X(22).
                05 HLIQ-NETO-PAGO     PIC X(1).

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

        FD PROFESORES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "Profesores.dat".
        01 REG-PROFESORES.
            03 PROF-NUMERO            PIC X(5).
            03 PROF-DNI               PIC 9(8).
            03 PROF-NOMBRE            PIC X(25).
            03 PROF-DIRE              PIC X(20).
            03 PROF-TEL               PIC X(20).
            03 PROF-CBU               PIC X(22).

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

        FD RETENCIONES    LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "Retenciones.dat".
        01 REG-RETENCIONES.
           03 RET-CODIGO          PIC X(3).
           03 RET-DESC            PIC X(20).
           03 RET-VIGENCIA-DESDE.
               05 RET-VIG-ANIO    PIC 9(4).
               05 RET-VIG-MES     PIC 9(2).
               05 RET-VIG-DIA     PIC 9(2).
           03 RET-TRAMO-DESDE     PIC 9(7)V99.
           03 RET-ALICUOTA        PIC 9(2)V99.

        FD CTA-CTE-MOV LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "CtaCteMovim.dat".
        01 REG-CTA-CTE-MOV.
            03 CCMV-NUMERO            PIC X(5).
            03 CCMV-PERIODO           PIC 9(6).
            03 CCMV-FECHA             PIC 9(8).
            03 CCMV-TIPO              PIC X(1).
                88 CCMV-DESCUENTO     VALUE "D".
            03 CCMV-ID                PIC 9(6).
            03 CCMV-CONCEPTO          PIC X(20).
            03 CCMV-DEBE              PIC 9(9)V99.
            03 CCMV-HABER             PIC 9(9)V99.
            03 CCMV-CORRIDA           PIC 9(5).

        FD PAGO-RETENIDO LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "PagosRetenidos.dat".
        01 REG-PAGO-RETENIDO.
            03 PRET-NUMERO            PIC X(5).
            03 PRET-DNI               PIC 9(8).
            03 PRET-CBU               PIC X(22).
            03 PRET-IMPORTE           PIC 9(9)V99.
            03 PRET-PERIODO           PIC 9(6).
            03 PRET-CORRIDA           PIC 9(5).
            03 PRET-ESTADO            PIC X(1).
                88 PRET-RETENIDO      VALUE "R".
                88 PRET-LIBERADO      VALUE "L".
                88 PRET-REEMPLAZADO   VALUE "X".
            03 PRET-FECHA-LIBERA      PIC X(14).
            03 PRET-ORIGEN            PIC X(1).
                88 PRET-ORIGEN-LIQUIDACION   VALUE "L" " ".
                88 PRET-ORIGEN-SUPLEMENTARIA VALUE "S".

        WORKING-STORAGE SECTION.
        77 PARAM-RECIBO-ESTADO PIC XX.
        77 HIST-LIQ-ESTADO PIC XX.
        77 MAE-TIMES-ESTADO PIC XX.
        77 MAE-HIST-ESTADO PIC XX.
        77 PROF-ESTADO PIC XX.
        77 SUCURSALES-ESTADO PIC XX.
        77 TIPOS_CLASE-ESTADO PIC XX.
        77 RETENCIONES-ESTADO PIC XX.
        77 CTA-CTE-MOV-ESTADO PIC XX.
        77 PAGO-RETENIDO-ESTADO PIC XX.
        77 EOF-HLIQ PIC XX VALUE "NO".
            88 EOF-HIST-LIQ VALUE "SI".
        77 EOF-MAETIMES PIC XX VALUE "NO".
            88 EOF-MAE-TIMES VALUE "SI".
        77 EOF-HIST PIC XX VALUE "NO".
            88 EOF-MAE-HIST VALUE "SI".
        77 EOF-PROF PIC XX VALUE "NO".
            88 EOF-PROFESORES VALUE "SI".
        77 EOF-SUC PIC XX VALUE "NO".
            88 EOF-SUCURSALES VALUE "SI".
        77 EOF-CLASES PIC XX VALUE "NO".
            88 EOF-TIPOS_CLASE VALUE "SI".
        77 EOF-RET PIC XX VALUE "NO".
            88 EOF-RETENCIONES VALUE "SI".
        77 EOF-CTAMOV PIC XX VALUE "NO".
            88 EOF-CTA-CTE-MOV VALUE "SI".
        77 EOF-PRET PIC XX VALUE "NO".
            88 EOF-PAGO-RETENIDO VALUE "SI".

        01 WS-REC-NUMERO PIC X(5) VALUE SPACES.
        01 WS-REC-ANIO PIC 9(4) VALUE 0.
        01 WS-REC-MES PIC 9(2) VALUE 0.
        01 WS-REC-PERIODO PIC 9(6) VALUE 0.
        01 WS-REC-CORRIDA PIC 9(5) VALUE 0.
        01 WS-NOMBRE-PROF PIC X(25) VALUE "DESCONOCIDO".
        01 WS-DNI-PROF PIC 9(8) VALUE 0.
        01 WS-CBU-PROF PIC X(22) VALUE SPACES.
        01 WS-HIST-NOMBRE PIC X(30) VALUE SPACES.
        01 WS-ENV-NOMBRE PIC X(20).
        01 WS-FUENTE-NOMBRE PIC X(30) VALUE SPACES.
        01 WS-FLAG-HALLADO PIC X VALUE "N".
        01 WS-FLAG-NETO PIC X VALUE "N".

      *  LO LIQUIDADO EN LA CORRIDA: DETALLE, RETENCIONES Y NETO
        01 WS-LIQ-BRUTO PIC 9(7)V99 VALUE 0.
        01 WS-LIQ-RETENIDO PIC 9(7)V99 VALUE 0.
        01 WS-LIQ-NETO PIC 9(7)V99 VALUE 0.
        01 WS-LIQ-CBU PIC X(22) VALUE SPACES.
        01 WS-LIQ-PAGO PIC X VALUE SPACES.
        01 WS-CANT-HDET PIC 9(3) VALUE 0.
        01 TABLA-HDET.
            02 HDET OCCURS 100 TIMES INDEXED BY HDET-INDICE.
                03 HDET-SUCURSAL PIC X(3).
                03 HDET-TIPO     PIC X(4).
                03 HDET-TARIFA   PIC 9(5)V99.
        01 WS-CANT-HRET PIC 9(2) VALUE 0.
        01 TABLA-HRET.
            02 HRET OCCURS 10 TIMES INDEXED BY HRET-INDICE.
                03 HRET-CODIGO   PIC X(3).
                03 HRET-ALICUOTA PIC 9(2)V99.
                03 HRET-IMPORTE  PIC 9(7)V99.
        01 WS-CANT-SUPL PIC 9(2) VALUE 0.
        01 TABLA-SUPL.
            02 SUPL OCCURS 20 TIMES INDEXED BY SUPL-INDICE.
                03 SUPL-CORRIDA  PIC 9(5).
                03 SUPL-BRUTO    PIC 9(7)V99.

      *  TARIFA APLICADA A CADA CLASE
        01 WS-CLA-DIA PIC 9(2) VALUE 0.
        01 WS-CLA-MES PIC 9(2) VALUE 0.
        01 WS-CLA-ANIO PIC 9(4) VALUE 0.
        01 WS-CLA-SUCURSAL PIC X(3) VALUE SPACES.
        01 WS-CLA-TIPO PIC X(4) VALUE SPACES.
        01 WS-CLA-HORAS PIC 9(2)V99 VALUE 0.
        01 WS-CANT-CANDIDATAS PIC 9(3) VALUE 0.
        01 WS-PRIMERA-CANDIDATA PIC 9(5)V99 VALUE 0.
        01 WS-FECHA-COMP PIC 9(8) VALUE 0.
        01 WS-VIG-COMP PIC 9(8) VALUE 0.
        01 WS-MEJOR-VIG PIC 9(8) VALUE 0.
        01 WS-TARIFA-VIGENTE PIC 9(5)V99 VALUE 0.
        01 WS-DESC-VIGENTE PIC X(20) VALUE SPACES.
        01 WS-FLAG-TARIFA-VIGENTE PIC X VALUE "N".
            88 TARIFA-VIGENTE-HALLADA VALUE "S".
        01 WS-IMPORTE-CLASE PIC 9(7)V99 VALUE 0.
        01 WS-TOTAL-DETALLE PIC 9(7)V99 VALUE 0.

        01 WS-REC-DESC-PROF PIC 9(7)V99 VALUE 0.
        01 WS-REC-BANCO PIC 9(7)V99 VALUE 0.
        01 WS-REC-RAZON PIC X(25) VALUE SPACES.
        01 WS-REC-SUCURSAL PIC X(3) VALUE SPACES.
        01 WS-REC-OMITIDOS PIC 9(5) VALUE 0.
        01 WS-REC-HOJA PIC 9(5) VALUE 0.
        01 WS-REC-PAGO PIC X VALUE "B".
            88 REC-PAGO-BANCO    VALUE "B".
            88 REC-PAGO-RETENIDO VALUE "R".
            88 REC-PAGO-LIBERADO VALUE "L".
            88 REC-PAGO-SIN-CBU  VALUE "S".
            88 REC-PAGO-REEMPLAZADO VALUE "X".

        01 WS-CANT-SUCURSALES PIC 9(3) VALUE 0.
        01 TABLA-SUCURSALES.
            02 TAB-SUCURSALES OCCURS 100 TIMES INDEXED BY SUC-INDICE.
                03 TAB-SUC-SUCURSAL PIC X(3).
                03 TAB-SUC-RAZON    PIC X(25).

        01 WS-CANT-TIPOS PIC 9(3) VALUE 0.
        01 TABLA-TIPOS_CLASE.
            02 TAB-TIPOS_CLASE OCCURS 200 TIMES INDEXED BY TIP-INDICE.
                03 TAB-TIP-TIP_CLASE PIC X(4).
                03 TAB-TIP-DESC      PIC X(20).
                03 TAB-TIP-VIG-ANIO  PIC 9(4).
                03 TAB-TIP-VIG-MES   PIC 9(2).
                03 TAB-TIP-VIG-DIA   PIC 9(2).
                03 TAB-TIP-TARIFA    PIC 9(5)V99.

        01 WS-CANT-RETENCIONES PIC 9(2) VALUE 0.
        01 TABLA-RETENCIONES.
            02 TAB-RETENCIONES OCCURS 50 TIMES INDEXED BY RET-INDICE.
                03 TAB-RET-CODIGO    PIC X(3).
                03 TAB-RET-DESC      PIC X(20).

        01 WS-CANT-REC-DET PIC 9(3) VALUE 0.
        01 TABLA-REC-DET.
            02 REC-DET OCCURS 400 TIMES INDEXED BY RDET-INDICE.
                03 RDET-DIA      PIC 9(2).
                03 RDET-MES      PIC 9(2).
                03 RDET-ANIO     PIC 9(4).
                03 RDET-SUCURSAL PIC X(3).
                03 RDET-TIPO     PIC X(4).
                03 RDET-DESC     PIC X(20).
                03 RDET-HORAS    PIC 9(2)V99.
                03 RDET-TARIFA   PIC 9(5)V99.
                03 RDET-IMPORTE  PIC 9(7)V99.
        01 WS-CANT-REC-SUC PIC 9(2) VALUE 0.
        01 TABLA-REC-SUC.
            02 REC-SUC OCCURS 50 TIMES INDEXED BY RSUC-INDICE.
                03 RSUC-SUCURSAL PIC X(3).
                03 RSUC-HORAS    PIC 9(5)V99.
                03 RSUC-IMPORTE  PIC 9(7)V99.
        01 WS-CANT-REC-DESC PIC 9(2) VALUE 0.
        01 TABLA-REC-DESC.
            02 REC-DESC OCCURS 20 TIMES INDEXED BY RDES-INDICE.
                03 RDES-CONCEPTO PIC X(20).
                03 RDES-IMPORTE  PIC 9(7)V99.

        01 REC-ENCABEZADO.
            03 FILLER      PIC X(20) VALUE SPACES.
            03 FILLER      PIC X(47)
                VALUE "Recibo de Honorarios - REIMPRESION".
            03 FILLER      PIC X(6) VALUE "Hoja: ".
            03 REC-ENC-HOJA PIC ZZZZ9.
            03 FILLER      PIC X(9) VALUE SPACES.

        01 REC-LINEA-PERIODO.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(9) VALUE "Periodo: ".
            03 REC-PER-MES     PIC 9(2).
            03 FILLER          PIC X(1) VALUE "/".
            03 REC-PER-ANIO    PIC 9(4).
            03 FILLER          PIC X(4) VALUE SPACES.
            03 FILLER          PIC X(9) VALUE "Corrida: ".
            03 REC-PER-CORRIDA PIC 9(5).
            03 FILLER          PIC X(51) VALUE SPACES.

        01 REC-LINEA-PROFESOR.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "Profesor: ".
            03 REC-PROF-NUM    PIC X(5).
            03 FILLER          PIC X(2) VALUE SPACES.
            03 REC-PROF-NOM    PIC X(25).
            03 FILLER          PIC X(4) VALUE SPACES.
            03 FILLER          PIC X(5) VALUE "DNI: ".
            03 REC-PROF-DNI    PIC 9(8).
            03 FILLER          PIC X(26) VALUE SPACES.

        01 REC-LINEA-CBU.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "CBU:      ".
            03 REC-CBU         PIC X(22).
            03 FILLER          PIC X(53) VALUE SPACES.

        01 REC-LINEA-TITULOS.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(12) VALUE "Fecha".
            03 FILLER          PIC X(4) VALUE "Suc".
            03 FILLER          PIC X(21) VALUE "Sucursal".
            03 FILLER          PIC X(5) VALUE "Tipo".
            03 FILLER          PIC X(16) VALUE "Descripcion".
            03 FILLER          PIC X(7) VALUE "Horas".
            03 FILLER          PIC X(10) VALUE "  Tarifa".
            03 FILLER          PIC X(10) VALUE "   Importe".

        01 REC-LINEA-DETALLE.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 REC-DET-DIA     PIC 9(2).
            03 FILLER          PIC X(1) VALUE "/".
            03 REC-DET-MES     PIC 9(2).
            03 FILLER          PIC X(1) VALUE "/".
            03 REC-DET-ANIO    PIC 9(4).
            03 FILLER          PIC X(2) VALUE SPACES.
            03 REC-DET-SUC     PIC X(3).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 REC-DET-RAZON   PIC X(20).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 REC-DET-TIPO    PIC X(4).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 REC-DET-DESC    PIC X(15).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 REC-DET-HORAS   PIC Z9,99.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 REC-DET-TARIFA  PIC Z(4)9,99.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 REC-DET-IMPORTE PIC Z(6)9,99.

        01 REC-LINEA-SUBTOTAL.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "Subtotal sucursal ".
            03 REC-SUB-SUC     PIC X(3).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 REC-SUB-RAZON   PIC X(20).
            03 FILLER          PIC X(15) VALUE SPACES.
            03 REC-SUB-HORAS   PIC ZZ9,99.
            03 FILLER          PIC X(12) VALUE SPACES.
            03 REC-SUB-IMPORTE PIC Z(6)9,99.

        01 REC-LINEA-IMPORTE.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 REC-IMP-LEYENDA PIC X(40).
            03 FILLER          PIC X(35) VALUE SPACES.
            03 REC-IMP-IMPORTE PIC Z(6)9,99.

        01 REC-LINEA-RETENCION.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "Retencion ".
            03 REC-RET-COD     PIC X(3).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 REC-RET-DESC    PIC X(20).
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(9) VALUE "Alicuota ".
            03 REC-RET-ALICUOTA PIC Z9,99.
            03 FILLER          PIC X(2) VALUE " %".
            03 FILLER          PIC X(23) VALUE SPACES.
            03 REC-RET-IMPORTE PIC Z(6)9,99.

        01 REC-LINEA-DESCUENTO.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 REC-DES-LEYENDA PIC X(18) VALUE "Descuento cta cte".
            03 FILLER          PIC X(1) VALUE SPACES.
            03 REC-DES-CONCEPTO PIC X(20).
            03 FILLER          PIC X(36) VALUE SPACES.
            03 REC-DES-IMPORTE PIC Z(6)9,99.

        01 REC-LINEA-LEYENDA.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 REC-LEY-TEXTO   PIC X(85).

        01 REC-LINEA-BLANCO PIC X(87) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * COMIENZO.

        PERFORM 0100-INICIO.
        PERFORM 0200-CARGAR-SUCURSALES.
        PERFORM 0250-BUSCAR-PROFESOR.
        PERFORM 0270-CARGAR-TIPOS.
        PERFORM 0280-CARGAR-RETENCIONES.
        PERFORM 0300-CARGAR-LIQUIDACION.
        PERFORM 0400-CARGAR-CLASES.
        PERFORM 0500-CARGAR-DESCUENTOS.
        PERFORM 0550-BUSCAR-PAGO-RETENIDO.
        PERFORM 0800-IMPRIMIR-RECIBO.
        PERFORM FIN.
        STOP RUN.

      *----------    PERFORM INICIO      -------------------------*
      *-----------------------------------------------------------*
        0100-INICIO.
            OPEN INPUT PARAM-RECIBO.
            IF PARAM-RECIBO-ESTADO NOT = "00"
               DISPLAY "Error abriendo ParamRecibo FS: "
                       PARAM-RECIBO-ESTADO
               STOP RUN
            END-IF.
            READ PARAM-RECIBO
               AT END
                  DISPLAY "ParamRecibo.dat sin parametro"
                  STOP RUN
            END-READ.
            IF PREC-NUMERO = SPACES
               DISPLAY "Numero de profesor vacio en parametros"
               STOP RUN
            END-IF.
            IF PREC-ANIO IS NOT NUMERIC
               OR PREC-MES IS NOT NUMERIC
               OR PREC-MES < 1 OR PREC-MES > 12
               DISPLAY "Periodo invalido en parametros"
               STOP RUN
            END-IF.
            MOVE PREC-NUMERO TO WS-REC-NUMERO.
            MOVE PREC-ANIO   TO WS-REC-ANIO.
            MOVE PREC-MES    TO WS-REC-MES.
            COMPUTE WS-REC-PERIODO = WS-REC-ANIO * 100 + WS-REC-MES.
            IF PREC-CORRIDA IS NUMERIC
               MOVE PREC-CORRIDA TO WS-REC-CORRIDA
            END-IF.
            CLOSE PARAM-RECIBO.
            OPEN INPUT HIST-LIQ.
            IF HIST-LIQ-ESTADO NOT = "00"
               DISPLAY "Error abriendo HistLiquidacion FS: "
                       HIST-LIQ-ESTADO
               STOP RUN
            END-IF.
            CLOSE HIST-LIQ.
            OPEN OUTPUT REIMPRESION.

      *-----------------------------------------------------------*
      *----------    SUCURSALES: RAZON SOCIAL    ------------------*
      *-----------------------------------------------------------*
        0200-CARGAR-SUCURSALES.
         OPEN INPUT SUCURSALES.
         IF SUCURSALES-ESTADO = "00"
            READ SUCURSALES AT END MOVE "SI" TO EOF-SUC
            END-READ
            PERFORM 0210-CARGAR-UNA-SUCURSAL UNTIL EOF-SUCURSALES
            CLOSE SUCURSALES
         END-IF.

        0210-CARGAR-UNA-SUCURSAL.
         IF WS-CANT-SUCURSALES < 100
            ADD 1 TO WS-CANT-SUCURSALES
            MOVE SUC-SUCURSAL TO TAB-SUC-SUCURSAL(WS-CANT-SUCURSALES)
            MOVE SUC-RAZON    TO TAB-SUC-RAZON(WS-CANT-SUCURSALES)
         END-IF.
         READ SUCURSALES AT END MOVE "SI" TO EOF-SUC.

      *-----------------------------------------------------------*
      *----------    NOMBRE, DNI Y CBU DEL PROFESOR    ------------*
      *-----------------------------------------------------------*
        0250-BUSCAR-PROFESOR.
         OPEN INPUT PROFESORES.
         IF PROF-ESTADO = "00"
            READ PROFESORES AT END MOVE "SI" TO EOF-PROF
            END-READ
            PERFORM 0260-COMPARAR-PROFESOR UNTIL EOF-PROFESORES
            CLOSE PROFESORES
         END-IF.

        0260-COMPARAR-PROFESOR.
         IF PROF-NUMERO = WS-REC-NUMERO
            MOVE PROF-NOMBRE TO WS-NOMBRE-PROF
            MOVE PROF-DNI    TO WS-DNI-PROF
            MOVE PROF-CBU    TO WS-CBU-PROF
         END-IF.
         READ PROFESORES AT END MOVE "SI" TO EOF-PROF.

      *-----------------------------------------------------------*
      *----------    TARIFAS Y DESCRIPCION DE RETENCIONES    ------*
      *-----------------------------------------------------------*
        0270-CARGAR-TIPOS.
         OPEN INPUT TIPOS_CLASE.
         IF TIPOS_CLASE-ESTADO NOT = "00"
            DISPLAY "Error abriendo TiposClase FS: " TIPOS_CLASE-ESTADO
            STOP RUN
         END-IF.
         READ TIPOS_CLASE AT END MOVE "SI" TO EOF-CLASES.
         PERFORM 0275-CARGAR-UN-TIPO UNTIL EOF-TIPOS_CLASE.
         CLOSE TIPOS_CLASE.

        0275-CARGAR-UN-TIPO.
         IF WS-CANT-TIPOS < 200
            ADD 1 TO WS-CANT-TIPOS
            MOVE TIP-TIP_CLASE TO TAB-TIP-TIP_CLASE(WS-CANT-TIPOS)
            MOVE TIP-DESC      TO TAB-TIP-DESC(WS-CANT-TIPOS)
            MOVE TIP-VIG-ANIO  TO TAB-TIP-VIG-ANIO(WS-CANT-TIPOS)
            MOVE TIP-VIG-MES   TO TAB-TIP-VIG-MES(WS-CANT-TIPOS)
            MOVE TIP-VIG-DIA   TO TAB-TIP-VIG-DIA(WS-CANT-TIPOS)
            MOVE TIP-TARIFA    TO TAB-TIP-TARIFA(WS-CANT-TIPOS)
         END-IF.
         READ TIPOS_CLASE AT END MOVE "SI" TO EOF-CLASES.

        0280-CARGAR-RETENCIONES.
         OPEN INPUT RETENCIONES.
         IF RETENCIONES-ESTADO = "00"
            READ RETENCIONES AT END MOVE "SI" TO EOF-RET
            END-READ
            PERFORM 0285-CARGAR-UNA-RETENCION UNTIL EOF-RETENCIONES
            CLOSE RETENCIONES
         END-IF.

        0285-CARGAR-UNA-RETENCION.
         MOVE "N" TO WS-FLAG-HALLADO.
         PERFORM VARYING RET-INDICE FROM 1 BY 1
                  UNTIL RET-INDICE > WS-CANT-RETENCIONES
            IF TAB-RET-CODIGO(RET-INDICE) = RET-CODIGO
               MOVE "S" TO WS-FLAG-HALLADO
            END-IF
         END-PERFORM.
         IF WS-FLAG-HALLADO = "N" AND WS-CANT-RETENCIONES < 50
            ADD 1 TO WS-CANT-RETENCIONES
            MOVE RET-CODIGO TO TAB-RET-CODIGO(WS-CANT-RETENCIONES)
            MOVE RET-DESC   TO TAB-RET-DESC(WS-CANT-RETENCIONES)
         END-IF.
         READ RETENCIONES AT END MOVE "SI" TO EOF-RET.

      *-----------------------------------------------------------*
      *----------    HISTORICO DE LIQUIDACIONES              ------*
      *----------    1RA PASADA: ULTIMA CORRIDA DE TP DEL    ------*
      *----------    PERIODO SI NO SE PIDIO UNA EN PARTICULAR -----*
      *----------    2DA PASADA: DETALLE, RETENCIONES Y NETO ------*
      *----------    DE ESA CORRIDA Y SUPLEMENTARIAS         ------*
      *----------    POSTERIORES                             ------*
      *-----------------------------------------------------------*
        0300-CARGAR-LIQUIDACION.
         IF WS-REC-CORRIDA = 0
            OPEN INPUT HIST-LIQ
            PERFORM 0310-BUSCAR-CORRIDA UNTIL EOF-HIST-LIQ
            CLOSE HIST-LIQ
         END-IF.
         MOVE "NO" TO EOF-HLIQ.
         OPEN INPUT HIST-LIQ.
         PERFORM 0320-CARGAR-LIQUIDADO UNTIL EOF-HIST-LIQ.
         CLOSE HIST-LIQ.
         IF WS-FLAG-NETO = "N"
            DISPLAY "Sin liquidacion del profesor " WS-REC-NUMERO
                    " para el periodo " WS-REC-MES "/" WS-REC-ANIO
            MOVE SPACES TO REC-LEY-TEXTO
            STRING "Sin liquidacion del profesor " WS-REC-NUMERO
                   " para el periodo " WS-REC-MES "/" WS-REC-ANIO
                   DELIMITED BY SIZE INTO REC-LEY-TEXTO
            END-STRING
            WRITE LINEA-RECIBO FROM REC-LINEA-LEYENDA
            PERFORM FIN
            STOP RUN
         END-IF.

        0310-BUSCAR-CORRIDA.
         READ HIST-LIQ
            AT END MOVE "SI" TO EOF-HLIQ
            NOT AT END
               IF HLIQ-ORIGEN-LIQUIDACION
                  AND HLIQ-NUMERO = WS-REC-NUMERO
                  AND HLIQ-PERIODO = WS-REC-PERIODO
                  AND HLIQ-CORRIDA > WS-REC-CORRIDA
                  MOVE HLIQ-CORRIDA TO WS-REC-CORRIDA
               END-IF
         END-READ.

        0320-CARGAR-LIQUIDADO.
         READ HIST-LIQ
            AT END MOVE "SI" TO EOF-HLIQ
            NOT AT END
               IF HLIQ-NUMERO = WS-REC-NUMERO
                  AND HLIQ-PERIODO = WS-REC-PERIODO
                  IF HLIQ-ORIGEN-LIQUIDACION
                     AND HLIQ-CORRIDA = WS-REC-CORRIDA
                     EVALUATE TRUE
                        WHEN HLIQ-REG-NETO
                           MOVE "S" TO WS-FLAG-NETO
                           MOVE HLIQ-NETO-BRUTO    TO WS-LIQ-BRUTO
                           MOVE HLIQ-NETO-RETENIDO TO WS-LIQ-RETENIDO
                           MOVE HLIQ-NETO-IMPORTE  TO WS-LIQ-NETO
                           MOVE HLIQ-NETO-CBU      TO WS-LIQ-CBU
                           MOVE HLIQ-NETO-PAGO     TO WS-LIQ-PAGO
                        WHEN HLIQ-REG-RETENCION
                           PERFORM 0330-CARGAR-RET-LIQ
                        WHEN HLIQ-REG-DETALLE
                           PERFORM 0340-CARGAR-DET-LIQ
                     END-EVALUATE
                  END-IF
                  IF HLIQ-ORIGEN-SUPLEMENTARIA
                     AND HLIQ-CORRIDA > WS-REC-CORRIDA
                     AND HLIQ-REG-NETO AND WS-CANT-SUPL < 20
                     ADD 1 TO WS-CANT-SUPL
                     MOVE HLIQ-CORRIDA    TO SUPL-CORRIDA(WS-CANT-SUPL)
                     MOVE HLIQ-NETO-BRUTO TO SUPL-BRUTO(WS-CANT-SUPL)
                  END-IF
               END-IF
         END-READ.

        0330-CARGAR-RET-LIQ.
         IF WS-CANT-HRET < 10
            ADD 1 TO WS-CANT-HRET
            MOVE HLIQ-RET-CODIGO   TO HRET-CODIGO(WS-CANT-HRET)
            MOVE HLIQ-RET-ALICUOTA TO HRET-ALICUOTA(WS-CANT-HRET)
            MOVE HLIQ-RET-IMPORTE  TO HRET-IMPORTE(WS-CANT-HRET)
         END-IF.

        0340-CARGAR-DET-LIQ.
         IF WS-CANT-HDET < 100
            ADD 1 TO WS-CANT-HDET
            MOVE HLIQ-DET-SUCURSAL   TO HDET-SUCURSAL(WS-CANT-HDET)
            MOVE HLIQ-DET-TIPO-CLASE TO HDET-TIPO(WS-CANT-HDET)
            MOVE HLIQ-DET-TARIFA     TO HDET-TARIFA(WS-CANT-HDET)
         END-IF.

      *-----------------------------------------------------------*
      *----------    CLASES DEL PERIODO: MAESTRO VIGENTE,  --------*
      *----------    O EL HISTORICO DEL ANIO SI EL PERIODO --------*
      *----------    YA FUE CERRADO                        --------*
      *-----------------------------------------------------------*
        0400-CARGAR-CLASES.
         OPEN INPUT MAE-TIMES.
         IF MAE-TIMES-ESTADO = "00"
            MOVE LOW-VALUES TO MAE-TIMES-CLAVE
            MOVE WS-REC-NUMERO TO MAE-TIMES-NUMERO
            START MAE-TIMES KEY IS NOT LESS THAN MAE-TIMES-CLAVE
               INVALID KEY MOVE "SI" TO EOF-MAETIMES
            END-START
            IF NOT EOF-MAE-TIMES
               READ MAE-TIMES NEXT
                  AT END MOVE "SI" TO EOF-MAETIMES
               END-READ
            END-IF
            PERFORM 0410-LEER-CLASE-MAESTRO
                    UNTIL EOF-MAE-TIMES
                       OR MAE-TIMES-NUMERO NOT = WS-REC-NUMERO
            CLOSE MAE-TIMES
            IF WS-CANT-REC-DET > 0 OR WS-REC-OMITIDOS > 0
               MOVE "MaeTimes.dat" TO WS-FUENTE-NOMBRE
            END-IF
         END-IF.
         IF WS-FUENTE-NOMBRE = SPACES
            PERFORM 0420-CARGAR-CLASES-HISTORICO
         END-IF.

        0410-LEER-CLASE-MAESTRO.
         IF MAE-TIMES-ANIO = WS-REC-ANIO
            AND MAE-TIMES-MES = WS-REC-MES
            MOVE MAE-TIMES-DIA        TO WS-CLA-DIA
            MOVE MAE-TIMES-MES        TO WS-CLA-MES
            MOVE MAE-TIMES-ANIO       TO WS-CLA-ANIO
            MOVE MAE-TIMES-SUCURSAL   TO WS-CLA-SUCURSAL
            MOVE MAE-TIMES-TIPO-CLASE TO WS-CLA-TIPO
            MOVE MAE-TIMES-HORAS      TO WS-CLA-HORAS
            PERFORM 0450-ANOTAR-CLASE
         END-IF.
         READ MAE-TIMES NEXT
            AT END MOVE "SI" TO EOF-MAETIMES
         END-READ.

        0420-CARGAR-CLASES-HISTORICO.
         MOVE SPACES TO WS-HIST-NOMBRE.
         STRING "MaeTimesHist-" WS-REC-ANIO ".dat"
                DELIMITED BY SIZE INTO WS-HIST-NOMBRE
         END-STRING.
         MOVE "DD_MAEHIST" TO WS-ENV-NOMBRE.
         DISPLAY WS-ENV-NOMBRE UPON ENVIRONMENT-NAME.
         DISPLAY WS-HIST-NOMBRE UPON ENVIRONMENT-VALUE.
         OPEN INPUT MAE-HIST.
         IF MAE-HIST-ESTADO = "00"
            MOVE WS-HIST-NOMBRE TO WS-FUENTE-NOMBRE
            READ MAE-HIST AT END MOVE "SI" TO EOF-HIST
            END-READ
            PERFORM 0430-LEER-CLASE-HISTORICO UNTIL EOF-MAE-HIST
            CLOSE MAE-HIST
         END-IF.

        0430-LEER-CLASE-HISTORICO.
         IF MAE-HIST-NUMERO = WS-REC-NUMERO
            AND MAE-HIST-ANIO = WS-REC-ANIO
            AND MAE-HIST-MES = WS-REC-MES
            MOVE MAE-HIST-DIA        TO WS-CLA-DIA
            MOVE MAE-HIST-MES        TO WS-CLA-MES
            MOVE MAE-HIST-ANIO       TO WS-CLA-ANIO
            MOVE MAE-HIST-SUCURSAL   TO WS-CLA-SUCURSAL
            MOVE MAE-HIST-TIPO-CLASE TO WS-CLA-TIPO
            MOVE MAE-HIST-HORAS      TO WS-CLA-HORAS
            PERFORM 0450-ANOTAR-CLASE
         END-IF.
         READ MAE-HIST AT END MOVE "SI" TO EOF-HIST.

        0450-ANOTAR-CLASE.
         PERFORM 0460-BUSCAR-TARIFA-LIQUIDADA.
         MULTIPLY WS-CLA-HORAS BY WS-TARIFA-VIGENTE
                  GIVING WS-IMPORTE-CLASE.
         ADD WS-IMPORTE-CLASE TO WS-TOTAL-DETALLE.
         IF WS-CANT-REC-DET < 400
            ADD 1 TO WS-CANT-REC-DET
            MOVE WS-CLA-DIA        TO RDET-DIA(WS-CANT-REC-DET)
            MOVE WS-CLA-MES        TO RDET-MES(WS-CANT-REC-DET)
            MOVE WS-CLA-ANIO       TO RDET-ANIO(WS-CANT-REC-DET)
            MOVE WS-CLA-SUCURSAL   TO RDET-SUCURSAL(WS-CANT-REC-DET)
            MOVE WS-CLA-TIPO       TO RDET-TIPO(WS-CANT-REC-DET)
            MOVE WS-DESC-VIGENTE   TO RDET-DESC(WS-CANT-REC-DET)
            MOVE WS-CLA-HORAS      TO RDET-HORAS(WS-CANT-REC-DET)
            MOVE WS-TARIFA-VIGENTE TO RDET-TARIFA(WS-CANT-REC-DET)
            MOVE WS-IMPORTE-CLASE  TO RDET-IMPORTE(WS-CANT-REC-DET)
         ELSE
            ADD 1 TO WS-REC-OMITIDOS
         END-IF.
         MOVE "N" TO WS-FLAG-HALLADO.
         PERFORM VARYING RSUC-INDICE FROM 1 BY 1
                  UNTIL RSUC-INDICE > WS-CANT-REC-SUC
            IF RSUC-SUCURSAL(RSUC-INDICE) = WS-CLA-SUCURSAL
               ADD WS-CLA-HORAS     TO RSUC-HORAS(RSUC-INDICE)
               ADD WS-IMPORTE-CLASE TO RSUC-IMPORTE(RSUC-INDICE)
               MOVE "S" TO WS-FLAG-HALLADO
            END-IF
         END-PERFORM.
         IF WS-FLAG-HALLADO = "N" AND WS-CANT-REC-SUC < 50
            ADD 1 TO WS-CANT-REC-SUC
            MOVE WS-CLA-SUCURSAL  TO RSUC-SUCURSAL(WS-CANT-REC-SUC)
            MOVE WS-CLA-HORAS     TO RSUC-HORAS(WS-CANT-REC-SUC)
            MOVE WS-IMPORTE-CLASE TO RSUC-IMPORTE(WS-CANT-REC-SUC)
         END-IF.

      *-----------------------------------------------------------*
      *----------    TARIFA CON QUE SE LIQUIDO LA CLASE:   --------*
      *----------    LA DEL HISTORICO PARA SUCURSAL Y TIPO; --------*
      *----------    SI HUBO MAS DE UNA EN EL MES, LA VIGENTE ------*
      *----------    A LA FECHA ENTRE ESAS. UNA TARIFA      --------*
      *----------    RETROACTIVA CARGADA DESPUES NO CAMBIA  --------*
      *----------    EL RECIBO                              --------*
      *-----------------------------------------------------------*
        0460-BUSCAR-TARIFA-LIQUIDADA.
         MOVE 0 TO WS-CANT-CANDIDATAS.
         MOVE 0 TO WS-PRIMERA-CANDIDATA.
         PERFORM VARYING HDET-INDICE FROM 1 BY 1
                  UNTIL HDET-INDICE > WS-CANT-HDET
            IF HDET-SUCURSAL(HDET-INDICE) = WS-CLA-SUCURSAL
               AND HDET-TIPO(HDET-INDICE) = WS-CLA-TIPO
               ADD 1 TO WS-CANT-CANDIDATAS
               IF WS-CANT-CANDIDATAS = 1
                  MOVE HDET-TARIFA(HDET-INDICE)
                       TO WS-PRIMERA-CANDIDATA
               END-IF
            END-IF
         END-PERFORM.
         COMPUTE WS-FECHA-COMP = WS-CLA-ANIO * 10000
                                + WS-CLA-MES * 100
                                + WS-CLA-DIA.
         MOVE 0 TO WS-MEJOR-VIG.
         MOVE 0 TO WS-TARIFA-VIGENTE.
         MOVE "DESCONOCIDO" TO WS-DESC-VIGENTE.
         MOVE "N" TO WS-FLAG-TARIFA-VIGENTE.
         PERFORM VARYING TIP-INDICE FROM 1 BY 1
                  UNTIL TIP-INDICE > WS-CANT-TIPOS
            IF TAB-TIP-TIP_CLASE(TIP-INDICE) = WS-CLA-TIPO
               COMPUTE WS-VIG-COMP =
                          TAB-TIP-VIG-ANIO(TIP-INDICE) * 10000
                        + TAB-TIP-VIG-MES(TIP-INDICE) * 100
                        + TAB-TIP-VIG-DIA(TIP-INDICE)
               IF WS-VIG-COMP <= WS-FECHA-COMP
                            AND WS-VIG-COMP >= WS-MEJOR-VIG
                  PERFORM 0470-CONTROLAR-CANDIDATA
                  IF WS-FLAG-HALLADO = "S"
                     MOVE WS-VIG-COMP TO WS-MEJOR-VIG
                     MOVE TAB-TIP-TARIFA(TIP-INDICE)
                          TO WS-TARIFA-VIGENTE
                     MOVE TAB-TIP-DESC(TIP-INDICE) TO WS-DESC-VIGENTE
                     MOVE "S" TO WS-FLAG-TARIFA-VIGENTE
                  END-IF
               END-IF
            END-IF
         END-PERFORM.
         IF NOT TARIFA-VIGENTE-HALLADA AND WS-CANT-CANDIDATAS > 0
            MOVE WS-PRIMERA-CANDIDATA TO WS-TARIFA-VIGENTE
         END-IF.
         IF WS-CANT-CANDIDATAS = 1
            MOVE WS-PRIMERA-CANDIDATA TO WS-TARIFA-VIGENTE
         END-IF.
         IF WS-DESC-VIGENTE = "DESCONOCIDO"
            PERFORM VARYING TIP-INDICE FROM 1 BY 1
                     UNTIL TIP-INDICE > WS-CANT-TIPOS
               IF TAB-TIP-TIP_CLASE(TIP-INDICE) = WS-CLA-TIPO
                  MOVE TAB-TIP-DESC(TIP-INDICE) TO WS-DESC-VIGENTE
               END-IF
            END-PERFORM
         END-IF.

      *  SIN DETALLE EN EL HISTORICO SE ACEPTA CUALQUIER TARIFA
        0470-CONTROLAR-CANDIDATA.
         MOVE "N" TO WS-FLAG-HALLADO.
         IF WS-CANT-CANDIDATAS = 0
            MOVE "S" TO WS-FLAG-HALLADO
         END-IF.
         PERFORM VARYING HDET-INDICE FROM 1 BY 1
                  UNTIL HDET-INDICE > WS-CANT-HDET
            IF HDET-SUCURSAL(HDET-INDICE) = WS-CLA-SUCURSAL
               AND HDET-TIPO(HDET-INDICE) = WS-CLA-TIPO
               AND HDET-TARIFA(HDET-INDICE)
                              = TAB-TIP-TARIFA(TIP-INDICE)
               MOVE "S" TO WS-FLAG-HALLADO
            END-IF
         END-PERFORM.

      *-----------------------------------------------------------*
      *----------    DESCUENTOS DE CUENTA CORRIENTE DE LA  --------*
      *----------    CORRIDA                               --------*
      *-----------------------------------------------------------*
        0500-CARGAR-DESCUENTOS.
         OPEN INPUT CTA-CTE-MOV.
         IF CTA-CTE-MOV-ESTADO = "00"
            READ CTA-CTE-MOV AT END MOVE "SI" TO EOF-CTAMOV
            END-READ
            PERFORM 0510-CARGAR-UN-DESCUENTO UNTIL EOF-CTA-CTE-MOV
            CLOSE CTA-CTE-MOV
         END-IF.

        0510-CARGAR-UN-DESCUENTO.
         IF CCMV-NUMERO = WS-REC-NUMERO
            AND CCMV-PERIODO = WS-REC-PERIODO
            AND CCMV-CORRIDA = WS-REC-CORRIDA
            AND CCMV-DESCUENTO
            ADD CCMV-HABER TO WS-REC-DESC-PROF
            IF WS-CANT-REC-DESC < 20
               ADD 1 TO WS-CANT-REC-DESC
               MOVE CCMV-CONCEPTO TO RDES-CONCEPTO(WS-CANT-REC-DESC)
               MOVE CCMV-HABER    TO RDES-IMPORTE(WS-CANT-REC-DESC)
            END-IF
         END-IF.
         READ CTA-CTE-MOV AT END MOVE "SI" TO EOF-CTAMOV.

      *-----------------------------------------------------------*
      *----------    PAGO RETENIDO POR CAMBIO DE CBU       --------*
      *----------    CBU Y DESTINO DEL PAGO: LOS QUE GUARDO --------*
      *----------    LA LIQUIDACION; LAS ANTERIORES A ESOS  --------*
      *----------    DATOS TOMAN EL CBU ACTUAL DEL PROFESOR --------*
      *-----------------------------------------------------------*
        0550-BUSCAR-PAGO-RETENIDO.
         IF WS-LIQ-PAGO = SPACES
            MOVE "B" TO WS-REC-PAGO
            IF WS-CBU-PROF = SPACES
               MOVE "S" TO WS-REC-PAGO
            END-IF
         ELSE
            MOVE WS-LIQ-CBU  TO WS-CBU-PROF
            MOVE WS-LIQ-PAGO TO WS-REC-PAGO
         END-IF.
         OPEN INPUT PAGO-RETENIDO.
         IF PAGO-RETENIDO-ESTADO = "00"
            READ PAGO-RETENIDO AT END MOVE "SI" TO EOF-PRET
            END-READ
            PERFORM 0560-CONTROLAR-RETENIDO UNTIL EOF-PAGO-RETENIDO
            CLOSE PAGO-RETENIDO
         END-IF.

        0560-CONTROLAR-RETENIDO.
         IF PRET-NUMERO = WS-REC-NUMERO
            AND PRET-PERIODO = WS-REC-PERIODO
            AND PRET-CORRIDA = WS-REC-CORRIDA
            AND PRET-ORIGEN-LIQUIDACION
            MOVE PRET-CBU TO WS-CBU-PROF
            EVALUATE TRUE
               WHEN PRET-LIBERADO
                  MOVE "L" TO WS-REC-PAGO
               WHEN PRET-REEMPLAZADO
                  MOVE "X" TO WS-REC-PAGO
               WHEN OTHER
                  MOVE "R" TO WS-REC-PAGO
            END-EVALUATE
         END-IF.
         READ PAGO-RETENIDO AT END MOVE "SI" TO EOF-PRET.

      *-----------------------------------------------------------*
      *----------    IMPRESION DEL RECIBO    ----------------------*
      *-----------------------------------------------------------*
        0800-IMPRIMIR-RECIBO.
         PERFORM 0850-IMPRIMIR-ENCABEZADO.
         MOVE WS-REC-NUMERO  TO REC-PROF-NUM.
         MOVE WS-NOMBRE-PROF TO REC-PROF-NOM.
         MOVE WS-DNI-PROF    TO REC-PROF-DNI.
         WRITE LINEA-RECIBO FROM REC-LINEA-PROFESOR.
         MOVE WS-CBU-PROF    TO REC-CBU.
         WRITE LINEA-RECIBO FROM REC-LINEA-CBU.
         WRITE LINEA-RECIBO FROM REC-LINEA-BLANCO.
         WRITE LINEA-RECIBO FROM REC-LINEA-TITULOS.
         PERFORM VARYING RDET-INDICE FROM 1 BY 1
                  UNTIL RDET-INDICE > WS-CANT-REC-DET
            PERFORM 0810-IMPRIMIR-DETALLE
         END-PERFORM.
         IF WS-REC-OMITIDOS > 0
            MOVE SPACES TO REC-LEY-TEXTO
            STRING "Clases no detalladas en el recibo: "
                   WS-REC-OMITIDOS
                   DELIMITED BY SIZE INTO REC-LEY-TEXTO
            END-STRING
            WRITE LINEA-RECIBO FROM REC-LINEA-LEYENDA
         END-IF.
         WRITE LINEA-RECIBO FROM REC-LINEA-BLANCO.
         PERFORM VARYING RSUC-INDICE FROM 1 BY 1
                  UNTIL RSUC-INDICE > WS-CANT-REC-SUC
            MOVE RSUC-SUCURSAL(RSUC-INDICE) TO REC-SUB-SUC
            MOVE RSUC-SUCURSAL(RSUC-INDICE) TO WS-REC-SUCURSAL
            PERFORM 0830-BUSCAR-RAZON-SUC
            MOVE WS-REC-RAZON                TO REC-SUB-RAZON
            MOVE RSUC-HORAS(RSUC-INDICE)     TO REC-SUB-HORAS
            MOVE RSUC-IMPORTE(RSUC-INDICE)   TO REC-SUB-IMPORTE
            WRITE LINEA-RECIBO FROM REC-LINEA-SUBTOTAL
         END-PERFORM.
         WRITE LINEA-RECIBO FROM REC-LINEA-BLANCO.
         MOVE "Total bruto"  TO REC-IMP-LEYENDA.
         MOVE WS-LIQ-BRUTO   TO REC-IMP-IMPORTE.
         WRITE LINEA-RECIBO FROM REC-LINEA-IMPORTE.
         PERFORM VARYING HRET-INDICE FROM 1 BY 1
                  UNTIL HRET-INDICE > WS-CANT-HRET
            MOVE HRET-CODIGO(HRET-INDICE)   TO REC-RET-COD
            MOVE SPACES TO REC-RET-DESC
            PERFORM VARYING RET-INDICE FROM 1 BY 1
                     UNTIL RET-INDICE > WS-CANT-RETENCIONES
               IF TAB-RET-CODIGO(RET-INDICE) = HRET-CODIGO(HRET-INDICE)
                  MOVE TAB-RET-DESC(RET-INDICE) TO REC-RET-DESC
               END-IF
            END-PERFORM
            MOVE HRET-ALICUOTA(HRET-INDICE) TO REC-RET-ALICUOTA
            MOVE HRET-IMPORTE(HRET-INDICE)  TO REC-RET-IMPORTE
            WRITE LINEA-RECIBO FROM REC-LINEA-RETENCION
         END-PERFORM.
         MOVE "Neto"         TO REC-IMP-LEYENDA.
         MOVE WS-LIQ-NETO    TO REC-IMP-IMPORTE.
         WRITE LINEA-RECIBO FROM REC-LINEA-IMPORTE.
         PERFORM VARYING RDES-INDICE FROM 1 BY 1
                  UNTIL RDES-INDICE > WS-CANT-REC-DESC
            MOVE RDES-CONCEPTO(RDES-INDICE) TO REC-DES-CONCEPTO
            MOVE RDES-IMPORTE(RDES-INDICE)  TO REC-DES-IMPORTE
            WRITE LINEA-RECIBO FROM REC-LINEA-DESCUENTO
         END-PERFORM.
         IF WS-REC-DESC-PROF > WS-LIQ-NETO
            MOVE 0 TO WS-REC-BANCO
         ELSE
            COMPUTE WS-REC-BANCO = WS-LIQ-NETO - WS-REC-DESC-PROF
         END-IF.
         MOVE "Importe enviado al banco" TO REC-IMP-LEYENDA.
         IF REC-PAGO-BANCO OR REC-PAGO-LIBERADO
            MOVE WS-REC-BANCO TO REC-IMP-IMPORTE
         ELSE
            MOVE 0            TO REC-IMP-IMPORTE
         END-IF.
         WRITE LINEA-RECIBO FROM REC-LINEA-IMPORTE.
         IF REC-PAGO-RETENIDO
            MOVE "Pago retenido hasta confirmar el cambio de CBU"
                 TO REC-LEY-TEXTO
            WRITE LINEA-RECIBO FROM REC-LINEA-LEYENDA
         END-IF.
         IF REC-PAGO-LIBERADO
            MOVE "Pago retenido por cambio de CBU, luego liberado"
                 TO REC-LEY-TEXTO
            WRITE LINEA-RECIBO FROM REC-LINEA-LEYENDA
         END-IF.
         IF REC-PAGO-SIN-CBU
            MOVE "Sin CBU informado - el pago no se envio al banco"
                 TO REC-LEY-TEXTO
            WRITE LINEA-RECIBO FROM REC-LINEA-LEYENDA
         END-IF.
         IF REC-PAGO-REEMPLAZADO
            MOVE "Pago reemplazado por una reliquidacion posterior"
                 TO REC-LEY-TEXTO
            WRITE LINEA-RECIBO FROM REC-LINEA-LEYENDA
         END-IF.
         PERFORM 0870-IMPRIMIR-CONTROLES.

        0810-IMPRIMIR-DETALLE.
         MOVE RDET-DIA(RDET-INDICE)      TO REC-DET-DIA.
         MOVE RDET-MES(RDET-INDICE)      TO REC-DET-MES.
         MOVE RDET-ANIO(RDET-INDICE)     TO REC-DET-ANIO.
         MOVE RDET-SUCURSAL(RDET-INDICE) TO REC-DET-SUC.
         MOVE RDET-SUCURSAL(RDET-INDICE) TO WS-REC-SUCURSAL.
         PERFORM 0830-BUSCAR-RAZON-SUC.
         MOVE WS-REC-RAZON               TO REC-DET-RAZON.
         MOVE RDET-TIPO(RDET-INDICE)     TO REC-DET-TIPO.
         MOVE RDET-DESC(RDET-INDICE)     TO REC-DET-DESC.
         MOVE RDET-HORAS(RDET-INDICE)    TO REC-DET-HORAS.
         MOVE RDET-TARIFA(RDET-INDICE)   TO REC-DET-TARIFA.
         MOVE RDET-IMPORTE(RDET-INDICE)  TO REC-DET-IMPORTE.
         WRITE LINEA-RECIBO FROM REC-LINEA-DETALLE.

        0830-BUSCAR-RAZON-SUC.
         MOVE "DESCONOCIDA" TO WS-REC-RAZON.
         PERFORM VARYING SUC-INDICE FROM 1 BY 1
                  UNTIL SUC-INDICE > WS-CANT-SUCURSALES
            IF TAB-SUC-SUCURSAL(SUC-INDICE) = WS-REC-SUCURSAL
               MOVE TAB-SUC-RAZON(SUC-INDICE) TO WS-REC-RAZON
            END-IF
         END-PERFORM.

        0850-IMPRIMIR-ENCABEZADO.
         ADD 1 TO WS-REC-HOJA.
         MOVE WS-REC-HOJA TO REC-ENC-HOJA.
         WRITE LINEA-RECIBO FROM REC-ENCABEZADO
               AFTER ADVANCING PAGE.
         MOVE WS-REC-MES     TO REC-PER-MES.
         MOVE WS-REC-ANIO    TO REC-PER-ANIO.
         MOVE WS-REC-CORRIDA TO REC-PER-CORRIDA.
         WRITE LINEA-RECIBO FROM REC-LINEA-PERIODO.
         WRITE LINEA-RECIBO FROM REC-LINEA-BLANCO.

      *-----------------------------------------------------------*
      *----------    ORIGEN DEL DETALLE, DIFERENCIAS CON LO -------*
      *----------    LIQUIDADO Y RELIQUIDACIONES POSTERIORES ------*
      *-----------------------------------------------------------*
        0870-IMPRIMIR-CONTROLES.
         WRITE LINEA-RECIBO FROM REC-LINEA-BLANCO.
         MOVE SPACES TO REC-LEY-TEXTO.
         IF WS-FUENTE-NOMBRE = SPACES
            MOVE "Sin detalle de clases: historico no disponible"
                 TO REC-LEY-TEXTO
         ELSE
            STRING "Detalle de clases tomado de " WS-FUENTE-NOMBRE
                   DELIMITED BY SIZE INTO REC-LEY-TEXTO
            END-STRING
         END-IF.
         WRITE LINEA-RECIBO FROM REC-LINEA-LEYENDA.
         IF WS-TOTAL-DETALLE NOT = WS-LIQ-BRUTO
            MOVE "Detalle de clases distinto del bruto liquidado"
                 TO REC-LEY-TEXTO
            WRITE LINEA-RECIBO FROM REC-LINEA-LEYENDA
            MOVE "Total del detalle" TO REC-IMP-LEYENDA
            MOVE WS-TOTAL-DETALLE   TO REC-IMP-IMPORTE
            WRITE LINEA-RECIBO FROM REC-LINEA-IMPORTE
         END-IF.
         PERFORM VARYING SUPL-INDICE FROM 1 BY 1
                  UNTIL SUPL-INDICE > WS-CANT-SUPL
            MOVE SPACES TO REC-IMP-LEYENDA
            STRING "Reliquidacion posterior corrida "
                   SUPL-CORRIDA(SUPL-INDICE)
                   DELIMITED BY SIZE INTO REC-IMP-LEYENDA
            END-STRING
            MOVE SUPL-BRUTO(SUPL-INDICE) TO REC-IMP-IMPORTE
            WRITE LINEA-RECIBO FROM REC-LINEA-IMPORTE
         END-PERFORM.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       FIN.
            CLOSE REIMPRESION.

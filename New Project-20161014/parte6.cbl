                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS MAE-HIST-ESTADO.

            SELECT RESUMEN-MENSUAL ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS RES-CLAVE
                                  FILE STATUS IS RESUMEN-ESTADO.

            SELECT SUCURSALES     ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS SUCURSALES-ESTADO.
            03 MAE-HIST-TIPO-CLASE    PIC X(4).
            03 MAE-HIST-HORAS         PIC 9(2)V99.

      *  RESUMEN DE LOS PERIODOS CERRADOS
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

        FD SUCURSALES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "Sucursales.dat".
        01 REG-SUCURSALES.
        77 PARAM-CERT-ESTADO PIC XX.
        77 MAE-TIMES-ESTADO PIC XX.
        77 MAE-HIST-ESTADO PIC XX.
        77 RESUMEN-ESTADO PIC XX.
        77 SUCURSALES-ESTADO PIC XX.
        77 PROF-ESTADO PIC XX.
        77 EOF-MAETIMES PIC XX VALUE "NO".
            88 EOF-MAE-TIMES VALUE "SI".
        77 EOF-HIST PIC XX VALUE "NO".
            88 EOF-MAE-HIST VALUE "SI".
        77 EOF-RES PIC XX VALUE "NO".
            88 EOF-RESUMEN VALUE "SI".
        77 EOF-SUC PIC XX VALUE "NO".
            88 EOF-SUCURSALES VALUE "SI".
        77 EOF-PROF PIC XX VALUE "NO".
        01 WS-ACU-ANIO PIC 9(4) VALUE 0.
        01 WS-ACU-SUCURSAL PIC X(3) VALUE SPACES.
        01 WS-ACU-TIPO PIC X(4) VALUE SPACES.
        01 WS-ACU-HORAS PIC 9(7)V99 VALUE 0.
        01 WS-FLAG-CERT-HALLADO PIC X VALUE "N".
        01 WS-TOTAL-SUCURSAL PIC 9(7)V99 VALUE 0.
        01 WS-TOTAL-GENERAL PIC 9(7)V99 VALUE 0.
        PERFORM 0200-CARGAR-SUCURSALES.
        PERFORM 0250-BUSCAR-PROFESOR.
        PERFORM 0300-ACUMULAR-MAESTRO.
        PERFORM 0450-ACUMULAR-RESUMEN.
        IF RESUMEN-ESTADO NOT = "00"
           PERFORM 0400-ACUMULAR-HISTORICOS
        END-IF.
        PERFORM 0700-IMPRIMIR-CERTIFICACION.
        PERFORM FIN.
        STOP RUN.
         PERFORM 0600-ACUMULAR-CERTIFICACION.
         READ MAE-HIST AT END MOVE "SI" TO EOF-HIST.

      *-----------------------------------------------------------*
      *----------    PERIODOS CERRADOS DESDE EL RESUMEN    --------*
      *----------    MENSUAL; SIN RESUMEN SE LEEN LOS      --------*
      *----------    HISTORICOS                            --------*
      *-----------------------------------------------------------*
        0450-ACUMULAR-RESUMEN.
         OPEN INPUT RESUMEN-MENSUAL.
         IF RESUMEN-ESTADO = "00"
            IF WS-CANT-FUENTES < 20
               ADD 1 TO WS-CANT-FUENTES
               MOVE "ResumenMensual.dat"
                    TO FUENTE-NOMBRE(WS-CANT-FUENTES)
            END-IF
            MOVE LOW-VALUES    TO RES-CLAVE
            MOVE WS-CERT-DESDE TO RES-ANIO
            MOVE 0             TO RES-MES
            START RESUMEN-MENSUAL KEY IS NOT LESS THAN RES-CLAVE
               INVALID KEY MOVE "SI" TO EOF-RES
            END-START
            PERFORM 0460-ACUMULAR-REG-RESUMEN UNTIL EOF-RESUMEN
            CLOSE RESUMEN-MENSUAL
         END-IF.

        0460-ACUMULAR-REG-RESUMEN.
         READ RESUMEN-MENSUAL NEXT
            AT END MOVE "SI" TO EOF-RES
            NOT AT END
               IF RES-ANIO > WS-CERT-HASTA
                  MOVE "SI" TO EOF-RES
               ELSE
                  MOVE RES-NUMERO     TO WS-ACU-NUMERO
                  MOVE RES-ANIO       TO WS-ACU-ANIO
                  MOVE RES-SUCURSAL   TO WS-ACU-SUCURSAL
                  MOVE RES-TIPO-CLASE TO WS-ACU-TIPO
                  MOVE RES-HORAS      TO WS-ACU-HORAS
                  PERFORM 0600-ACUMULAR-CERTIFICACION
               END-IF
         END-READ.

      *-----------------------------------------------------------*
      *----------    ACUMULACION ANIO+SUCURSAL+TIPO    ------------*
      *-----------------------------------------------------------*

      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        PDCICLO.
       AUTHOR.            JOSE LUIS MARTINEZ.
       DATE-WRITTEN.      15/10/2026.

      *****************************************************************
      *   REPORTE DE ESTADO DEL CICLO DE AUMENTOS                     *
      *                                                               *
      *   LOS PROGRAMAS DEL STREAM (PDMANTEMP, PDACTSAL, PDCONSOL,    *
      *   PDCONCIL, PDNOTIF, PDRETBAN, PDCONAUD Y PDCUOTAS) ANOTAN EN *
      *   EL CONTROL DEL CICLO PDCICLO.DAT, UN REGISTRO POR JOB-ID,   *
      *   CUANDO ARRANCAN ('E' EN PROCESO) Y CUANDO TERMINAN ('T'     *
      *   TERMINADO CON 00/04, 'X' TERMINADO CON ERROR), Y CADA UNO   *
      *   SE NIEGA A CORRER FUERA DE SECUENCIA. ESTE PROGRAMA LISTA   *
      *   EN SALIDA-CICLO.TXT, POR JOB, EL ESTADO DE CADA PASO CON SU *
      *   MODO, FECHA, HORA Y CONDITION CODE, PARA QUE OPERACIONES    *
      *   VEA EN QUE PUNTO ESTA CADA CICLO SIN LEER LAS BITACORAS.    *
      *                                                               *
      *   PDCICLO.PRM (OPCIONAL) TRAE UN JOB-ID PARA LISTAR SOLO ESE  *
      *   CICLO; SIN PRM O EN BLANCO SE LISTAN TODOS LOS JOBS.        *
      *                                                               *
      *   CONDITION CODE PARA EL SCHEDULER:                           *
      *     00 = NINGUN PASO EN PROCESO NI CON ERROR                  *
      *     04 = HAY PASOS EN PROCESO (CORRIENDO O CAIDOS SIN         *
      *          CERRAR) O TERMINADOS CON ERROR (VER REPORTE)         *
      *     08 = NO EXISTE PDCICLO.DAT O EL JOB PEDIDO NO FIGURA      *
      *     12 = ERROR DE ARCHIVO (REQUIERE SOPORTE)                  *
      *****************************************************************

      *****************************************************************
      *                                                               *
      *             E N V I R O N M E N T  D I V I S I O N            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-3090.
       OBJECT-COMPUTER.   IBM-3090.
       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *****************************************************************
      *   CONTROL DEL CICLO DE AUMENTOS: UN REGISTRO POR JOB-ID CON   *
      *   EL ESTADO DE CADA PASO DEL STREAM (VER WRE-REG-CICLO)       *
      *****************************************************************
           SELECT CICLO
           ASSIGN TO '../PDCICLO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-JOB-ID-KEY
           FILE STATUS IS WFS-CICLO.

      *****************************************************************
      *          PARAMETRO OPCIONAL: JOB-ID A LISTAR                  *
      *****************************************************************
           SELECT PARCICLO
           ASSIGN TO '../PDCICLO.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-PARCICLO.

      *****************************************************************
      *                REPORTE DE ESTADO DEL CICLO                    *
      *****************************************************************
           SELECT SALIDA-CICLO
           ASSIGN TO '../SALIDA-CICLO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-REPCICLO.

      *****************************************************************
      *                                                               *
      *                     D A T A  D I V I S I O N                  *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CICLO
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-CICLO.
       01  REG-CICLO.
           05 CIC-JOB-ID-KEY                PIC X(08).
           05 FILLER                        PIC X(152).

       FD  PARCICLO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PARCICLO.
       01  REG-PARCICLO                     PIC X(08).

       FD  SALIDA-CICLO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPCICLO.
       01  REG-REPCICLO                     PIC X(80).

      *****************************************************************
      *                      WORKING-STORAGE SECTION                  *
      *****************************************************************
       WORKING-STORAGE SECTION.

      *****************************************************************
      *   ESTRUCTURA DEL CONTROL DEL CICLO (PDCICLO.DAT): UN PASO POR *
      *   PROGRAMA DEL STREAM, EN EL ORDEN DE W-NOMBRES-PASOS.        *
      *   CIC-ESTADO: ' ' PENDIENTE, 'E' EN PROCESO, 'T' TERMINADO    *
      *   (CONDITION CODE 00/04), 'X' TERMINADO CON ERROR (08 O MAS). *
      *   UN PASO QUE QUEDA EN 'E' ES UNA CORRIDA CAIDA SIN CERRAR.   *
      *   CIC-MODO: MODO DE LA CORRIDA DE PDACTSAL (N/A/D/P/R/C) O    *
      *   FUNCION DE PDCONAUD (C/A/V); EN BLANCO PARA LOS DEMAS       *
      *****************************************************************
       01  WRE-REG-CICLO.
           05 CIC-JOB-ID                    PIC X(08).
           05 CIC-PASO OCCURS 8 TIMES.
              10 CIC-ESTADO                 PIC X(01).
              10 CIC-MODO                   PIC X(01).
              10 CIC-FECHA                  PIC 9(08).
              10 CIC-HORA                   PIC X(06).
              10 CIC-RETORNO                PIC 9(02).
           05 FILLER                        PIC X(08).

      *****************************************************************
      *          NOMBRES DE LOS PASOS DEL STREAM (SUBINDICE CIC-PASO) *
      *****************************************************************
       01  W-NOMBRES-PASOS.
           05 FILLER                        PIC X(09) VALUE 'PDMANTEMP'.
           05 FILLER                        PIC X(09) VALUE 'PDACTSAL'.
           05 FILLER                        PIC X(09) VALUE 'PDCONSOL'.
           05 FILLER                        PIC X(09) VALUE 'PDCONCIL'.
           05 FILLER                        PIC X(09) VALUE 'PDNOTIF'.
           05 FILLER                        PIC X(09) VALUE 'PDRETBAN'.
           05 FILLER                        PIC X(09) VALUE 'PDCONAUD'.
           05 FILLER                        PIC X(09) VALUE 'PDCUOTAS'.
       01  W-TABLA-PASOS REDEFINES W-NOMBRES-PASOS.
           05 WP-NOMBRE OCCURS 8 TIMES      PIC X(09).

      *****************************************************************
      *                    VARIABLES FILE STATUS                      *
      *****************************************************************
       01  W-FILE-STATUS.
           05 WFS-CICLO                     PIC X(02) VALUE SPACES.
           05 WFS-PARCICLO                  PIC X(02) VALUE SPACES.
           05 WFS-REPCICLO                  PIC X(02) VALUE SPACES.

      *****************************************************************
      *                           SWTICHES                            *
      *****************************************************************
       01  W-SWITCHES.
           05 WS-FIN-CICLO                  PIC X(01) VALUE 'N'.

      *****************************************************************
      *   JOB-ID PEDIDO EN PDCICLO.PRM (EN BLANCO = TODOS)            *
      *****************************************************************
       01  W-SELECCION.
           05 WS-JOB-PEDIDO                 PIC X(08) VALUE SPACES.

      *****************************************************************
      *                PASO EN CURSO Y SUS CAMPOS EDITADOS            *
      *****************************************************************
       01  W-PASO.
           05 WCI-IDX                       PIC 9(01) VALUE ZEROES.
           05 WP-ESTADO-DESC                PIC X(10) VALUE SPACES.
           05 WP-FECHA-EDIT                 PIC X(10) VALUE SPACES.
           05 WP-HORA-EDIT                  PIC X(08) VALUE SPACES.
           05 WP-RETORNO-EDIT               PIC X(02) VALUE SPACES.

       01  W-FECHA-PASO                     PIC 9(08) VALUE ZEROES.
       01  W-FECHA-PASO-DESC REDEFINES W-FECHA-PASO.
           05 WFP-ANIO                      PIC 9(04).
           05 WFP-MES                       PIC 9(02).
           05 WFP-DIA                       PIC 9(02).

      *****************************************************************
      *                         ACUMULADORES                          *
      *****************************************************************
       01  W-ACUMULADOR.
           05 WA-JOBS                       PIC 9(06) VALUE ZEROES.
           05 WA-PENDIENTES                 PIC 9(06) VALUE ZEROES.
           05 WA-EN-PROCESO                 PIC 9(06) VALUE ZEROES.
           05 WA-TERMINADOS                 PIC 9(06) VALUE ZEROES.
           05 WA-CON-ERROR                  PIC 9(06) VALUE ZEROES.

      *****************************************************************
      *   CONDITION CODE (VER CABECERA). SE INICIALIZA EN 12 IGUAL    *
      *   QUE PDACTSAL: UN ABORTE NO CLASIFICADO PIDE SOPORTE         *
      *****************************************************************
       01  W-RETORNO.
           05 W-COD-RETORNO                 PIC 9(02) VALUE 12.

      *****************************************************************
      *              LINEA Y CAMPOS EDITADOS DEL REPORTE              *
      *****************************************************************
       01  W-LINEA-CICLO                    PIC X(80) VALUE SPACES.

       01  W-CICLO-EDITADO.
           05 WCE-CONTEO                    PIC ZZZ,ZZ9.
           05 WCE-CONTEO-B                  PIC ZZZ,ZZ9.
           05 WCE-CONTEO-C                  PIC ZZZ,ZZ9.
           05 WCE-CONTEO-D                  PIC ZZZ,ZZ9.
           05 WCE-CONTEO-E                  PIC ZZZ,ZZ9.

       01  W-FECHA-EJECUCION                PIC 9(08) VALUE ZEROES.

      *****************************************************************
      *                                                               *
      *               P R O C E D U R E  D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO UNTIL WS-FIN-CICLO EQUAL 'S'
           PERFORM 3000-FINAL.
      *****************************************************************
      *                           INICIO                              *
      *****************************************************************
       1000-INICIO.
           ACCEPT W-FECHA-EJECUCION FROM DATE YYYYMMDD
           PERFORM 1160-CARGAR-PARAMETROS
           PERFORM 1100-ABRIR-ARCHIVOS
           PERFORM 1200-LEER-CICLO.

      *****************************************************************
      *   CARGAR EL JOB-ID PEDIDO (PDCICLO.PRM ES OPCIONAL)           *
      *****************************************************************
       1160-CARGAR-PARAMETROS.
           OPEN INPUT PARCICLO
           IF WFS-PARCICLO EQUAL '00'
              READ PARCICLO INTO WS-JOB-PEDIDO
              IF WFS-PARCICLO NOT EQUAL '00'
                 MOVE SPACES TO WS-JOB-PEDIDO
              END-IF
              CLOSE PARCICLO
           END-IF

           IF WS-JOB-PEDIDO EQUAL SPACES
              DISPLAY 'ESTADO DEL CICLO DE TODOS LOS JOBS'
           ELSE
              DISPLAY 'ESTADO DEL CICLO DEL JOB-ID: ' WS-JOB-PEDIDO
           END-IF.

      *****************************************************************
      *   ABRIR ARCHIVOS. SIN CONTROL DEL CICLO NO HAY NADA QUE       *
      *   LISTAR: NINGUN PASO DEL STREAM CORRIO TODAVIA (CODE 08)     *
      *****************************************************************
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT CICLO
           IF WFS-CICLO EQUAL '35'
              DISPLAY 'NO EXISTE EL CONTROL DEL CICLO PDCICLO.DAT'
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           OPEN OUTPUT SALIDA-CICLO

           IF WFS-CICLO EQUAL '00' AND
              WFS-REPCICLO EQUAL '00'
              DISPLAY '****************************************'
              DISPLAY 'LOS ARCHIVOS SE ABRIERON CORRECTAMENTE'
              DISPLAY '****************************************'
           ELSE
              DISPLAY 'ERROR EN ARCHIVO PDCICLO.DAT' WFS-CICLO
              DISPLAY 'ERROR EN ARCHIVO SALIDA-CICLO' WFS-REPCICLO
              PERFORM 3110-FIN-PROGRAMA
           END-IF

           MOVE SPACES TO W-LINEA-CICLO
           STRING 'ESTADO DEL CICLO DE AUMENTOS - PDCICLO  FECHA: '
                  DELIMITED BY SIZE
                  W-FECHA-EJECUCION DELIMITED BY SIZE
                  INTO W-LINEA-CICLO
           PERFORM 3215-GRABAR-LINEA-CICLO.

      *****************************************************************
      *   LEER EL SIGUIENTE JOB DEL CONTROL DEL CICLO. CON UN JOB     *
      *   PEDIDO SE LEE SOLO ESE, POR LLAVE; SI NO FIGURA LA CORRIDA  *
      *   TERMINA CON CODE 08                                         *
      *****************************************************************
       1200-LEER-CICLO.
           IF WS-JOB-PEDIDO NOT EQUAL SPACES
              IF WA-JOBS GREATER THAN ZEROES
                 MOVE 'S' TO WS-FIN-CICLO
              ELSE
                 MOVE WS-JOB-PEDIDO TO CIC-JOB-ID-KEY
                 READ CICLO INTO WRE-REG-CICLO
                 IF WFS-CICLO EQUAL '23'
                    MOVE SPACES TO W-LINEA-CICLO
                    STRING 'EL JOB ' DELIMITED BY SIZE
                           WS-JOB-PEDIDO DELIMITED BY SIZE
                           ' NO FIGURA EN EL CONTROL DEL CICLO'
                           DELIMITED BY SIZE
                           INTO W-LINEA-CICLO
                    PERFORM 3215-GRABAR-LINEA-CICLO
                    DISPLAY W-LINEA-CICLO
                    PERFORM 3100-CERRAR-ARCHIVOS
                    MOVE 08 TO W-COD-RETORNO
                    PERFORM 3110-FIN-PROGRAMA
                 END-IF
              END-IF
           ELSE
              READ CICLO NEXT RECORD INTO WRE-REG-CICLO
              IF WFS-CICLO EQUAL '10'
                 MOVE 'S' TO WS-FIN-CICLO
              END-IF
           END-IF

           IF WS-FIN-CICLO NOT EQUAL 'S'
              IF WFS-CICLO EQUAL '00'
                 ADD 1 TO WA-JOBS
              ELSE
                 DISPLAY 'HUBO UN ERROR AL LEER PDCICLO.DAT' WFS-CICLO
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF.

      *****************************************************************
      *                          PROCESO                              *
      *****************************************************************
       2000-PROCESO.
           PERFORM 2100-ESCRIBIR-JOB
           PERFORM 1200-LEER-CICLO.

      *****************************************************************
      *   BLOQUE DE UN JOB: TITULO Y UNA LINEA POR PASO DEL STREAM    *
      *****************************************************************
       2100-ESCRIBIR-JOB.
           MOVE SPACES TO W-LINEA-CICLO
           PERFORM 3215-GRABAR-LINEA-CICLO
           MOVE SPACES TO W-LINEA-CICLO
           STRING 'JOB-ID: ' DELIMITED BY SIZE
                  CIC-JOB-ID DELIMITED BY SIZE
                  INTO W-LINEA-CICLO
           PERFORM 3215-GRABAR-LINEA-CICLO
           MOVE SPACES TO W-LINEA-CICLO
           STRING '  PASO       ESTADO     MODO  FECHA       HORA'
                  DELIMITED BY SIZE
                  '      CC' DELIMITED BY SIZE
                  INTO W-LINEA-CICLO
           PERFORM 3215-GRABAR-LINEA-CICLO

           PERFORM VARYING WCI-IDX FROM 1 BY 1
                   UNTIL WCI-IDX GREATER THAN 8
              PERFORM 2200-ESCRIBIR-PASO
           END-PERFORM.

      *****************************************************************
      *   LINEA DE UN PASO. UN PASO PENDIENTE NO TIENE FECHA, HORA    *
      *   NI CONDITION CODE; UNO EN PROCESO MUESTRA CUANDO ARRANCO    *
      *****************************************************************
       2200-ESCRIBIR-PASO.
           MOVE SPACES TO WP-FECHA-EDIT
           MOVE SPACES TO WP-HORA-EDIT
           MOVE SPACES TO WP-RETORNO-EDIT
           IF CIC-ESTADO(WCI-IDX) EQUAL 'E'
              MOVE 'EN PROCESO' TO WP-ESTADO-DESC
              ADD 1 TO WA-EN-PROCESO
           ELSE
              IF CIC-ESTADO(WCI-IDX) EQUAL 'T'
                 MOVE 'TERMINADO'  TO WP-ESTADO-DESC
                 ADD 1 TO WA-TERMINADOS
              ELSE
                 IF CIC-ESTADO(WCI-IDX) EQUAL 'X'
                    MOVE 'CON ERROR'  TO WP-ESTADO-DESC
                    ADD 1 TO WA-CON-ERROR
                 ELSE
                    MOVE 'PENDIENTE'  TO WP-ESTADO-DESC
                    ADD 1 TO WA-PENDIENTES
                 END-IF
              END-IF
           END-IF

           IF CIC-ESTADO(WCI-IDX) NOT EQUAL SPACES
              MOVE CIC-FECHA(WCI-IDX) TO W-FECHA-PASO
              STRING WFP-ANIO DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     WFP-MES DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     WFP-DIA DELIMITED BY SIZE
                     INTO WP-FECHA-EDIT
              STRING CIC-HORA(WCI-IDX)(1:2) DELIMITED BY SIZE
                     ':' DELIMITED BY SIZE
                     CIC-HORA(WCI-IDX)(3:2) DELIMITED BY SIZE
                     ':' DELIMITED BY SIZE
                     CIC-HORA(WCI-IDX)(5:2) DELIMITED BY SIZE
                     INTO WP-HORA-EDIT
              IF CIC-ESTADO(WCI-IDX) NOT EQUAL 'E'
                 MOVE CIC-RETORNO(WCI-IDX) TO WP-RETORNO-EDIT
              END-IF
           END-IF

           MOVE SPACES TO W-LINEA-CICLO
           STRING '  ' DELIMITED BY SIZE
                  WP-NOMBRE(WCI-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WP-ESTADO-DESC DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CIC-MODO(WCI-IDX) DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WP-FECHA-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WP-HORA-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WP-RETORNO-EDIT DELIMITED BY SIZE
                  INTO W-LINEA-CICLO
           PERFORM 3215-GRABAR-LINEA-CICLO.

      *****************************************************************
      *                            FINAL                              *
      *****************************************************************
       3000-FINAL.
           IF WA-EN-PROCESO GREATER THAN ZEROES OR
              WA-CON-ERROR GREATER THAN ZEROES
              MOVE 04 TO W-COD-RETORNO
           ELSE
              MOVE 00 TO W-COD-RETORNO
           END-IF

           PERFORM 3210-ESCRIBIR-TOTALES
           PERFORM 3100-CERRAR-ARCHIVOS
           PERFORM 3200-CIFRAS-CONTROL
           PERFORM 3110-FIN-PROGRAMA.

      *****************************************************************
      *        TOTALES DEL REPORTE: JOBS Y PASOS POR ESTADO           *
      *****************************************************************
       3210-ESCRIBIR-TOTALES.
           MOVE SPACES TO W-LINEA-CICLO
           PERFORM 3215-GRABAR-LINEA-CICLO

           MOVE WA-JOBS       TO WCE-CONTEO
           MOVE SPACES TO W-LINEA-CICLO
           STRING 'JOBS LISTADOS: ' DELIMITED BY SIZE
                  WCE-CONTEO DELIMITED BY SIZE
                  INTO W-LINEA-CICLO
           PERFORM 3215-GRABAR-LINEA-CICLO

           MOVE WA-PENDIENTES TO WCE-CONTEO-B
           MOVE WA-EN-PROCESO TO WCE-CONTEO-C
           MOVE WA-TERMINADOS TO WCE-CONTEO-D
           MOVE WA-CON-ERROR  TO WCE-CONTEO-E
           MOVE SPACES TO W-LINEA-CICLO
           STRING 'PASOS PENDIENTES: ' DELIMITED BY SIZE
                  WCE-CONTEO-B DELIMITED BY SIZE
                  '  EN PROCESO: ' DELIMITED BY SIZE
                  WCE-CONTEO-C DELIMITED BY SIZE
                  '  TERMINADOS: ' DELIMITED BY SIZE
                  WCE-CONTEO-D DELIMITED BY SIZE
                  INTO W-LINEA-CICLO
           PERFORM 3215-GRABAR-LINEA-CICLO
           MOVE SPACES TO W-LINEA-CICLO
           STRING 'PASOS CON ERROR:  ' DELIMITED BY SIZE
                  WCE-CONTEO-E DELIMITED BY SIZE
                  INTO W-LINEA-CICLO
           PERFORM 3215-GRABAR-LINEA-CICLO.

      *****************************************************************
      *             GRABAR UNA LINEA DEL REPORTE DEL CICLO            *
      *****************************************************************
       3215-GRABAR-LINEA-CICLO.
           WRITE REG-REPCICLO FROM W-LINEA-CICLO
           IF WFS-REPCICLO NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR SALIDA-CICLO'
                       WFS-REPCICLO
              MOVE 12 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *                         CERRAR ARCHIVOS                       *
      *****************************************************************
       3100-CERRAR-ARCHIVOS.
           CLOSE CICLO
                 SALIDA-CICLO

           IF WFS-CICLO EQUAL '00' AND
              WFS-REPCICLO EQUAL '00'
              DISPLAY '****************************************'
              DISPLAY 'LOS ARCHIVOS SE CERRARON CORRECTAMENTE'
              DISPLAY '****************************************'
           ELSE
              DISPLAY 'ERROR AL CERRAR ARCHIVO PDCICLO.DAT' WFS-CICLO
              DISPLAY 'ERROR AL CERRAR ARCHIVO SALIDA-CICLO'
                       WFS-REPCICLO
              MOVE 12 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *                 CIFRAS DE CONTROL POR CONSOLA                 *
      *****************************************************************
       3200-CIFRAS-CONTROL.
           DISPLAY 'JOBS LISTADOS ' WA-JOBS
                   ' PASOS EN PROCESO ' WA-EN-PROCESO
                   ' CON ERROR ' WA-CON-ERROR.

       3110-FIN-PROGRAMA.
           MOVE W-COD-RETORNO TO RETURN-CODE
           STOP RUN.

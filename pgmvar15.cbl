       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVAR15.

      ***********************************************
      *                                             *
      *  ARCHIVO Y REIMPRESION DE LISTADOS          *
      *        TP 35 - BATCH DE DISTRIBUCION        *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * UNA VEZ DEPURADO EL SPOOL, REIMPRIMIR EL    *
      * LISTADO DE UNA NOCHE ANTERIOR OBLIGABA A    *
      * CORRER DE NUEVO EL JOB CONTRA DATOS QUE YA  *
      * CAMBIARON. ESTE JOB GUARDA CADA LISTADO EN  *
      * EL ARCHIVO DDARCLIS (CPARCLIS) POR PROGRAMA,*
      * FECHA DE PROCESO, CICLO Y SUCURSAL (MARCAS  *
      * '*SUC* NNN' QUE YA USA EL PARTIDOR          *
      * PGMVBU15) Y LO DEVUELVE TAL CUAL SE EMITIO. *
      *                                             *
      * MODO 'A': ARCHIVA EL DDLISTIN DEL PROGRAMA  *
      * DEL PARAMETRO. SIN CICLO TOMA EL PROXIMO    *
      * LIBRE DE LA FECHA; UN CICLO YA ARCHIVADO NO *
      * SE PISA.                                    *
      * MODO 'R': REIMPRIME EN DDREIMPR EL LISTADO  *
      * PEDIDO (PROGRAMA, FECHA, CICLO - 00 = EL    *
      * ULTIMO - Y RANGO DE SUCURSALES OPCIONAL),   *
      * CON LOS MISMOS CORTES DE PAGINA Y LAS       *
      * MARCAS, PARA PODER PASARLO POR PGMVBU15.    *
      * MODO 'D': DEPURA LOS LISTADOS VENCIDOS      *
      * SEGUN LA RETENCION POR TIPO DE REPORTE DE   *
      * DDRETPOL (DIAS POR PROGRAMA EMISOR; EL      *
      * RESTO USA LA RETENCION DEL PARAMETRO) Y     *
      * DEJA EN DDLISTA LO QUE SE BORRO             *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT LISTIN ASSIGN DDLISTIN
                    FILE STATUS IS FS-LIN.

             SELECT ARCLIS ASSIGN DDARCLIS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-ARCLIS
                    FILE STATUS IS FS-ARC.

             SELECT REIMPRE ASSIGN DDREIMPR
                    FILE STATUS IS FS-REI.

             SELECT RETPOL ASSIGN DDRETPOL
                    FILE STATUS IS FS-POL.

             SELECT PARAMETROS ASSIGN DDPARAM
                    FILE STATUS IS FS-PAR.

             SELECT LISTADO ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD LISTIN
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-LISTIN        PIC X(132).

       FD ARCLIS.

       01 REG-ARCLIS.
           03 KEY-ARCLIS    PIC X(28).
           03 FILLER        PIC X(142).

       FD REIMPRE
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-REIMPRE       PIC X(132).

      * POLITICA DE RETENCION POR TIPO DE REPORTE *
       FD RETPOL
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RETPOL        PIC X(80).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(30).

       FD LISTADO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-LISTADO       PIC X(132).

       FD RESUMEN
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RESUMEN       PIC X(34).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FS-LIN           PIC XX    VALUE SPACES.
       77  FS-ARC           PIC XX    VALUE SPACES.
       77  FS-REI           PIC XX    VALUE SPACES.
       77  FS-POL           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.

           COPY CPARCLIS.
           COPY CPRESUMEN.

      * 'A' ARCHIVAR / 'R' REIMPRIMIR / 'D' DEPURAR. PROGRAMA EMISOR,*
      * FECHA (CEROS = LA DE PROCESO), CICLO (00 = PROXIMO LIBRE AL   *
      * ARCHIVAR, ULTIMO AL REIMPRIMIR), RANGO DE SUCURSALES DE LA    *
      * REIMPRESION (HASTA 000 = TODAS) Y RETENCION EN DIAS DE LOS    *
      * REPORTES SIN POLITICA PROPIA *********************************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO          PIC X(01)  VALUE 'A'.
               88  WS-MODO-ARCHIVO            VALUE 'A'.
               88  WS-MODO-REIMPRESION        VALUE 'R'.
               88  WS-MODO-DEPURACION         VALUE 'D'.
           03  WS-PAR-PROGRAMA      PIC X(08)  VALUE SPACES.
           03  WS-PAR-FECHA         PIC 9(08)  VALUE ZEROS.
           03  WS-PAR-CICLO         PIC 9(02)  VALUE ZEROS.
           03  WS-PAR-SUC-DESDE     PIC 9(03)  VALUE ZEROS.
           03  WS-PAR-SUC-HASTA     PIC 9(03)  VALUE ZEROS.
           03  WS-PAR-DIAS-DEFAULT  PIC 9(05)  VALUE 00180.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-REG-LINEA     PIC X(132) VALUE SPACES.

      * BUSQUEDA DEL CICLO: EL PRIMERO SIN LINEAS ARCHIVADAS *
       77  WS-CICLO-PRUEBA  PIC 9(02) VALUE ZEROS.
       01  WS-SW-CICLO      PIC X     VALUE 'N'.
           88  WS-CICLO-OCUPADO       VALUE 'S'.
           88  WS-CICLO-LIBRE         VALUE 'N'.

      * POSICION DEL LISTADO EN CURSO *
       77  WS-SUC-ACTUAL    PIC 9(03) VALUE ZEROS.
       77  WS-NRO-LINEA     PIC 9(07) VALUE ZEROS.
       77  WS-SEC-LINEAS    PIC 9(06) VALUE ZEROS.
       77  WS-PAGINA-ANT    PIC 9(05) VALUE ZEROS.
       77  WS-SUC-ANT       PIC 9(03) VALUE ZEROS.

      * POLITICA DE RETENCION EN MEMORIA *
       01  WS-REG-RETPOL.
           03  POL-PROGRAMA       PIC X(08).
           03  POL-DIAS           PIC 9(05).
           03  POL-DESCRIPCION    PIC X(30).
           03  FILLER             PIC X(37).

       01  WS-POL-TABLA.
           03  WS-POL-TOPE        PIC 9(03)    VALUE 100.
           03  WS-POL-OCUP        PIC 9(03)    VALUE ZEROS.
           03  WS-POL-ENTRADA OCCURS 100 TIMES.
               05  WS-POL-PROGRAMA PIC X(08).
               05  WS-POL-DIAS     PIC 9(05).

       77  WS-POL-IX        PIC 9(03) VALUE ZEROS.

      * LISTADO ARCHIVADO EN CURSO DURANTE LA DEPURACION *
       01  WS-GRUPO-ACTUAL.
           03  WS-GRU-PROGRAMA    PIC X(08)    VALUE SPACES.
           03  WS-GRU-FECHA       PIC 9(08)    VALUE ZEROS.
           03  WS-GRU-CICLO       PIC 9(02)    VALUE ZEROS.

       77  WS-GRU-DIAS-RET  PIC 9(05) VALUE ZEROS.
       77  WS-GRU-ANTIG     PIC S9(07) VALUE ZEROS.
       77  WS-GRU-LINEAS    PIC 9(07) VALUE ZEROS.

       01  WS-SW-GRUPO      PIC X     VALUE 'N'.
           88  WS-GRUPO-VENCIDO       VALUE 'S'.
           88  WS-GRUPO-VIGENTE       VALUE 'N'.

       77  WS-TOT-LINEAS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-LISTADOS  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-PAGINAS   PIC 9(07) VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(50)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(74)    VALUE SPACES.

      * CARATULA DE LA REIMPRESION *
       01  WS-CARATULA-REI.
           03  FILLER        PIC X(24)    VALUE
                                       'REIMPRESION DEL LISTADO '.
           03  WS-CAR-PROG   PIC X(08)    VALUE SPACES.
           03  FILLER        PIC X(08)    VALUE '  FECHA '.
           03  WS-CAR-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(08)    VALUE '  CICLO '.
           03  WS-CAR-CICLO  PIC 9(02)    VALUE ZEROS.
           03  FILLER        PIC X(13)    VALUE '  SUCURSALES '.
           03  WS-CAR-DESDE  PIC 9(03)    VALUE ZEROS.
           03  FILLER        PIC X(03)    VALUE ' A '.
           03  WS-CAR-HASTA  PIC 9(03)    VALUE ZEROS.
           03  FILLER        PIC X(12)    VALUE '  EMITIDA EL'.
           03  FILLER        PIC X(01)    VALUE SPACES.
           03  WS-CAR-HOY    PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(31)    VALUE SPACES.

      * DEPURACION - UNA LINEA POR LISTADO BORRADO *
       01  WS-SUBTITULO.
           03  FILLER        PIC X(10)    VALUE 'PROGRAMA'.
           03  FILLER        PIC X(10)    VALUE 'FECHA'.
           03  FILLER        PIC X(07)    VALUE 'CICLO'.
           03  FILLER        PIC X(12)    VALUE 'ANTIGUEDAD'.
           03  FILLER        PIC X(11)    VALUE 'RETENCION'.
           03  FILLER        PIC X(82)    VALUE 'LINEAS BORRADAS'.

       01  WS-REG-DETALLE.
           03  WS-DET-PROGRAMA    PIC X(08)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-FECHA       PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-CICLO       PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(5)     VALUE SPACES.
           03  WS-DET-ANTIG       PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(5)     VALUE SPACES.
           03  WS-DET-RETENCION   PIC Z(04)9   VALUE ZEROS.
           03  FILLER             PIC X(6)     VALUE SPACES.
           03  WS-DET-LINEAS      PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(75)    VALUE SPACES.

       01  WS-REG-TOTAL.
           03  WS-TOT-TEXTO       PIC X(30)    VALUE SPACES.
           03  WS-TOT-CANT        PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(95)    VALUE SPACES.

      * FECHA DE PROCESO DE LA CADENA (DDFECPRO VIA PGMVFD15) ********
       01  WS-PGMVFD15      PIC X(8)  VALUE 'PGMVFD15'.
       01  LK-PARM-FECPRO.
           03  LK-FP-FECHA-6        PIC 9(06).
           03  LK-FP-FECHA-8        PIC 9(08).
           03  LK-FP-ORIGEN         PIC X.
               88  LK-FP-DE-PROCESO          VALUE 'P'.
               88  LK-FP-DE-SISTEMA          VALUE 'S'.


      ***************************************************************.
       PROCEDURE DIVISION.
      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DEL PROGRAMA     *
      *                                    *
      **************************************
       MAIN-PROGRAM.

           PERFORM 1000-INICIO   THRU  F-1000-INICIO.

           EVALUATE TRUE
              WHEN WS-MODO-ARCHIVO
                 PERFORM 2000-ARCHIVAR THRU F-2000-ARCHIVAR
                         UNTIL WS-FIN-LECTURA
              WHEN WS-MODO-REIMPRESION
                 PERFORM 3000-REIMPRIMIR THRU F-3000-REIMPRIMIR
                         UNTIL WS-FIN-LECTURA
              WHEN WS-MODO-DEPURACION
                 PERFORM 4000-DEPURAR THRU F-4000-DEPURAR
                         UNTIL WS-FIN-LECTURA
                 PERFORM 4200-CERRAR-GRUPO THRU F-4200-CERRAR-GRUPO
           END-EVALUATE.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           CALL WS-PGMVFD15 USING LK-PARM-FECPRO.
           MOVE LK-FP-FECHA-6 TO WS-FECHA-RES.
           MOVE LK-FP-FECHA-8 TO WS-FECHA-HOY-8.
           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           END-IF.

           IF WS-PAR-FECHA IS NOT NUMERIC
              OR WS-PAR-FECHA IS EQUAL ZEROS
              MOVE WS-FECHA-HOY-8 TO WS-PAR-FECHA
           END-IF.
           IF WS-PAR-CICLO IS NOT NUMERIC
              MOVE ZEROS TO WS-PAR-CICLO
           END-IF.
           IF WS-PAR-SUC-DESDE IS NOT NUMERIC
              MOVE ZEROS TO WS-PAR-SUC-DESDE
           END-IF.
           IF WS-PAR-SUC-HASTA IS NOT NUMERIC
              OR WS-PAR-SUC-HASTA IS EQUAL ZEROS
              MOVE 999 TO WS-PAR-SUC-HASTA
           END-IF.
           IF WS-PAR-DIAS-DEFAULT IS NOT NUMERIC
              MOVE 00180 TO WS-PAR-DIAS-DEFAULT
           END-IF.

           IF NOT WS-MODO-DEPURACION
              AND WS-PAR-PROGRAMA IS EQUAL SPACES
              DISPLAY '* PROGRAMA DEL LISTADO NO INFORMADO'
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           EVALUATE TRUE
              WHEN WS-MODO-ARCHIVO
                 PERFORM 1100-ABRIR-ARCHIVO THRU F-1100-ABRIR-ARCHIVO
              WHEN WS-MODO-REIMPRESION
                 PERFORM 1200-ABRIR-REIMPRESION
                         THRU F-1200-ABRIR-REIMPRESION
              WHEN WS-MODO-DEPURACION
                 PERFORM 1300-ABRIR-DEPURACION
                         THRU F-1300-ABRIR-DEPURACION
              WHEN OTHER
                 DISPLAY '* MODO DE CORRIDA INVALIDO = ' WS-PAR-MODO
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-1000-INICIO.   EXIT.

      ***** MODO 'A': LISTADO A ARCHIVAR Y CICLO DE LA FECHA **********
       1100-ABRIR-ARCHIVO.

           OPEN INPUT LISTIN.
           IF FS-LIN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTIN = ' FS-LIN
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1100-ABRIR-ARCHIVO
           END-IF.

           OPEN I-O ARCLIS.
           IF FS-ARC IS EQUAL '35'
              OPEN OUTPUT ARCLIS
              IF FS-ARC IS EQUAL '00'
                 CLOSE ARCLIS
                 OPEN I-O ARCLIS
              END-IF
           END-IF.
           IF FS-ARC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ARCLIS = ' FS-ARC
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1100-ABRIR-ARCHIVO
           END-IF.

      * UN CICLO PEDIDO QUE YA TIENE LINEAS NO SE VUELVE A GRABAR *
           IF WS-PAR-CICLO IS GREATER THAN ZEROS
              MOVE WS-PAR-CICLO TO WS-CICLO-PRUEBA
              PERFORM 1500-PROBAR-CICLO THRU F-1500-PROBAR-CICLO
              IF WS-CICLO-OCUPADO
                 DISPLAY '* CICLO YA ARCHIVADO = ' WS-PAR-PROGRAMA
                         ' ' WS-PAR-FECHA ' ' WS-PAR-CICLO
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO F-1100-ABRIR-ARCHIVO
              END-IF
           ELSE
              PERFORM 1400-BUSCAR-CICLO THRU F-1400-BUSCAR-CICLO
              IF WS-CICLO-OCUPADO
                 DISPLAY '* SIN CICLOS LIBRES PARA LA FECHA = '
                         WS-PAR-FECHA
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO F-1100-ABRIR-ARCHIVO
              END-IF
              MOVE WS-CICLO-PRUEBA TO WS-PAR-CICLO
           END-IF.

           MOVE ZEROS TO WS-SUC-ACTUAL WS-NRO-LINEA WS-SEC-LINEAS.
           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-1100-ABRIR-ARCHIVO. EXIT.

      ***** MODO 'R': LISTADO PEDIDO Y SALIDA DE LA REIMPRESION *******
       1200-ABRIR-REIMPRESION.

           OPEN INPUT ARCLIS.
           IF FS-ARC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ARCLIS = ' FS-ARC
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1200-ABRIR-REIMPRESION
           END-IF.

           OPEN OUTPUT REIMPRE.
           IF FS-REI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN REIMPRE = ' FS-REI
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1200-ABRIR-REIMPRESION
           END-IF.

      * SIN CICLO SE REIMPRIME EL ULTIMO ARCHIVADO DE LA FECHA *
           IF WS-PAR-CICLO IS EQUAL ZEROS
              PERFORM 1400-BUSCAR-CICLO THRU F-1400-BUSCAR-CICLO
              IF WS-CICLO-LIBRE
                 SUBTRACT 1 FROM WS-CICLO-PRUEBA
              END-IF
              MOVE WS-CICLO-PRUEBA TO WS-PAR-CICLO
           END-IF.

           IF WS-PAR-CICLO IS EQUAL ZEROS
              DISPLAY '* LISTADO NO ARCHIVADO = ' WS-PAR-PROGRAMA
                      ' ' WS-PAR-FECHA
              MOVE 0004 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1200-ABRIR-REIMPRESION
           END-IF.

           MOVE WS-PAR-PROGRAMA  TO WS-CAR-PROG.
           MOVE WS-PAR-FECHA     TO WS-CAR-FECHA.
           MOVE WS-PAR-CICLO     TO WS-CAR-CICLO.
           MOVE WS-PAR-SUC-DESDE TO WS-CAR-DESDE.
           MOVE WS-PAR-SUC-HASTA TO WS-CAR-HASTA.
           MOVE WS-FECHA-HOY-8   TO WS-CAR-HOY.
           WRITE REG-REIMPRE FROM WS-SEPARADOR AFTER PAGE.
           WRITE REG-REIMPRE FROM WS-CARATULA-REI AFTER 1.
           WRITE REG-REIMPRE FROM WS-SEPARADOR AFTER 1.

      * POSICIONAMIENTO EN LA PRIMERA SUCURSAL DEL RANGO *
           MOVE SPACES           TO WS-REG-ARCLIS.
           MOVE WS-PAR-PROGRAMA  TO ARL-PROGRAMA.
           MOVE WS-PAR-FECHA     TO ARL-FECHA.
           MOVE WS-PAR-CICLO     TO ARL-CICLO.
           MOVE WS-PAR-SUC-DESDE TO ARL-SUCURSAL.
           MOVE ZEROS            TO ARL-LINEA.
           MOVE ARL-CLAVE        TO KEY-ARCLIS.
           START ARCLIS KEY IS NOT LESS THAN KEY-ARCLIS
              INVALID KEY
                 SET WS-FIN-LECTURA TO TRUE
           END-START.

           MOVE 99999 TO WS-PAGINA-ANT.
           MOVE 999   TO WS-SUC-ANT.

       F-1200-ABRIR-REIMPRESION. EXIT.

      ***** MODO 'D': ARCHIVO COMPLETO, POLITICA Y LISTADO ************
       1300-ABRIR-DEPURACION.

           PERFORM 1350-CARGAR-RETPOL THRU F-1350-CARGAR-RETPOL.

           OPEN I-O ARCLIS.
           IF FS-ARC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ARCLIS = ' FS-ARC
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1300-ABRIR-DEPURACION
           END-IF.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1300-ABRIR-DEPURACION
           END-IF.

           MOVE 'DEPURACION DEL ARCHIVO DE LISTADOS -' TO WS-TIT-TEXTO.
           MOVE WS-FECHA-HOY-8 TO WS-TIT-FECHA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

       F-1300-ABRIR-DEPURACION. EXIT.

      ***** POLITICA DE RETENCION POR TIPO DE REPORTE EN MEMORIA ******
       1350-CARGAR-RETPOL.

           OPEN INPUT RETPOL.
           IF FS-POL IS NOT EQUAL '00'
              DISPLAY '* SIN DDRETPOL - RETENCION UNICA DE '
                      WS-PAR-DIAS-DEFAULT ' DIAS'
              MOVE '10' TO FS-POL
              GO TO F-1350-CARGAR-RETPOL
           END-IF.

           PERFORM 1360-LEER-RETPOL THRU F-1360-LEER-RETPOL
                   UNTIL FS-POL IS EQUAL '10'.

           CLOSE RETPOL.

       F-1350-CARGAR-RETPOL. EXIT.

       1360-LEER-RETPOL.

           READ RETPOL INTO WS-REG-RETPOL.

           IF FS-POL IS NOT EQUAL '00'
              MOVE '10' TO FS-POL
              GO TO F-1360-LEER-RETPOL
           END-IF.

           IF POL-DIAS IS NOT NUMERIC
              DISPLAY '* RETENCION INVALIDA EN DDRETPOL = '
                      POL-PROGRAMA
              GO TO F-1360-LEER-RETPOL
           END-IF.

           IF WS-POL-OCUP IS LESS THAN WS-POL-TOPE
              ADD 1 TO WS-POL-OCUP
              MOVE POL-PROGRAMA TO WS-POL-PROGRAMA(WS-POL-OCUP)
              MOVE POL-DIAS     TO WS-POL-DIAS(WS-POL-OCUP)
           END-IF.

       F-1360-LEER-RETPOL. EXIT.

      ***** PRIMER CICLO LIBRE DE PROGRAMA Y FECHA (WS-CICLO-PRUEBA) **
       1400-BUSCAR-CICLO.

           MOVE ZEROS TO WS-CICLO-PRUEBA.
           SET WS-CICLO-OCUPADO TO TRUE.

           PERFORM 1450-SIGUIENTE-CICLO THRU F-1450-SIGUIENTE-CICLO
                   UNTIL WS-CICLO-LIBRE
                      OR WS-CICLO-PRUEBA IS EQUAL 99.

       F-1400-BUSCAR-CICLO. EXIT.

       1450-SIGUIENTE-CICLO.

           ADD 1 TO WS-CICLO-PRUEBA.
           PERFORM 1500-PROBAR-CICLO THRU F-1500-PROBAR-CICLO.

       F-1450-SIGUIENTE-CICLO. EXIT.

      ***** EL CICLO WS-CICLO-PRUEBA YA TIENE LINEAS ARCHIVADAS? ******
       1500-PROBAR-CICLO.

           SET WS-CICLO-LIBRE TO TRUE.

           MOVE SPACES           TO WS-REG-ARCLIS.
           MOVE WS-PAR-PROGRAMA  TO ARL-PROGRAMA.
           MOVE WS-PAR-FECHA     TO ARL-FECHA.
           MOVE WS-CICLO-PRUEBA  TO ARL-CICLO.
           MOVE ZEROS            TO ARL-SUCURSAL ARL-LINEA.
           MOVE ARL-CLAVE        TO KEY-ARCLIS.

           START ARCLIS KEY IS NOT LESS THAN KEY-ARCLIS
              INVALID KEY
                 GO TO F-1500-PROBAR-CICLO
           END-START.

           READ ARCLIS NEXT INTO WS-REG-ARCLIS.
           IF FS-ARC IS EQUAL '00'
              AND ARL-PROGRAMA IS EQUAL WS-PAR-PROGRAMA
              AND ARL-FECHA    IS EQUAL WS-PAR-FECHA
              AND ARL-CICLO    IS EQUAL WS-CICLO-PRUEBA
              SET WS-CICLO-OCUPADO TO TRUE
           END-IF.

       F-1500-PROBAR-CICLO. EXIT.

      **************************************
      *                                    *
      *  MODO 'A' - ARCHIVO DEL LISTADO    *
      *                                    *
      **************************************
       2000-ARCHIVAR.

      * LA MARCA ABRE LA SUCURSAL Y SE GUARDA CON ELLA, PARA QUE LA  *
      * REIMPRESION SE PUEDA VOLVER A PARTIR *************************
           IF WS-REG-LINEA(1:5) IS EQUAL '*SUC*'
              AND WS-REG-LINEA(7:3) IS NUMERIC
              MOVE WS-REG-LINEA(7:3) TO WS-SUC-ACTUAL
              MOVE ZEROS TO WS-SEC-LINEAS
           END-IF.

           ADD 1 TO WS-NRO-LINEA WS-SEC-LINEAS.

           MOVE SPACES           TO WS-REG-ARCLIS.
           MOVE WS-PAR-PROGRAMA  TO ARL-PROGRAMA.
           MOVE WS-PAR-FECHA     TO ARL-FECHA.
           MOVE WS-PAR-CICLO     TO ARL-CICLO.
           MOVE WS-SUC-ACTUAL    TO ARL-SUCURSAL.
           MOVE WS-NRO-LINEA     TO ARL-LINEA.
           COMPUTE ARL-PAGINA = (WS-SEC-LINEAS + 59) / 60.
           MOVE WS-REG-LINEA     TO ARL-TEXTO.

           WRITE REG-ARCLIS FROM WS-REG-ARCLIS.
           IF FS-ARC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE ARCLIS = ' FS-ARC
                      ' LINEA ' WS-NRO-LINEA
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2000-ARCHIVAR
           END-IF.

           IF WS-SEC-LINEAS IS EQUAL 1
              OR ARL-PAGINA IS NOT EQUAL WS-PAGINA-ANT
              ADD 1 TO WS-TOT-PAGINAS
              MOVE ARL-PAGINA TO WS-PAGINA-ANT
           END-IF.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-ARCHIVAR. EXIT.

      ***** LECTURA DEL LISTADO A ARCHIVAR ****************************
       2100-LECTURA.
      **************************************

           READ LISTIN INTO WS-REG-LINEA.
           EVALUATE FS-LIN
             WHEN '00'
              ADD 1 TO WS-TOT-LINEAS
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA LISTIN : ' FS-LIN
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-2100-LECTURA. EXIT.

      **************************************
      *                                    *
      *  MODO 'R' - REIMPRESION            *
      *                                    *
      **************************************
       3000-REIMPRIMIR.

           READ ARCLIS NEXT INTO WS-REG-ARCLIS.

           EVALUATE FS-ARC
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3000-REIMPRIMIR
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA ARCLIS = ' FS-ARC
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3000-REIMPRIMIR
           END-EVALUATE.

           IF ARL-PROGRAMA IS NOT EQUAL WS-PAR-PROGRAMA
              OR ARL-FECHA IS NOT EQUAL WS-PAR-FECHA
              OR ARL-CICLO IS NOT EQUAL WS-PAR-CICLO
              OR ARL-SUCURSAL IS GREATER THAN WS-PAR-SUC-HASTA
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3000-REIMPRIMIR
           END-IF.

           ADD 1 TO WS-TOT-LINEAS.

      * MISMO CORTE DE PAGINA QUE EL LISTADO ORIGINAL *
           IF ARL-PAGINA IS NOT EQUAL WS-PAGINA-ANT
              OR ARL-SUCURSAL IS NOT EQUAL WS-SUC-ANT
              ADD 1 TO WS-TOT-PAGINAS
              MOVE ARL-PAGINA   TO WS-PAGINA-ANT
              MOVE ARL-SUCURSAL TO WS-SUC-ANT
              WRITE REG-REIMPRE FROM ARL-TEXTO AFTER PAGE
           ELSE
              WRITE REG-REIMPRE FROM ARL-TEXTO AFTER 1
           END-IF.

           IF FS-REI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE REIMPRE = ' FS-REI
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-3000-REIMPRIMIR. EXIT.

      **************************************
      *                                    *
      *  MODO 'D' - DEPURACION             *
      *                                    *
      **************************************
       4000-DEPURAR.

           READ ARCLIS NEXT INTO WS-REG-ARCLIS.

           EVALUATE FS-ARC
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-4000-DEPURAR
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA ARCLIS = ' FS-ARC
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-4000-DEPURAR
           END-EVALUATE.

           ADD 1 TO WS-TOT-LINEAS.

      * CADA LISTADO (PROGRAMA, FECHA, CICLO) SE DECIDE UNA SOLA VEZ *
           IF ARL-PROGRAMA IS NOT EQUAL WS-GRU-PROGRAMA
              OR ARL-FECHA IS NOT EQUAL WS-GRU-FECHA
              OR ARL-CICLO IS NOT EQUAL WS-GRU-CICLO
              PERFORM 4200-CERRAR-GRUPO THRU F-4200-CERRAR-GRUPO
              PERFORM 4100-ABRIR-GRUPO  THRU F-4100-ABRIR-GRUPO
           END-IF.

           IF WS-GRUPO-VIGENTE
              GO TO F-4000-DEPURAR
           END-IF.

           DELETE ARCLIS RECORD.
           IF FS-ARC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN DELETE ARCLIS = ' FS-ARC
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-4000-DEPURAR
           END-IF.

           ADD 1 TO WS-GRU-LINEAS.

       F-4000-DEPURAR. EXIT.

      ***** ANTIGUEDAD DEL LISTADO CONTRA SU RETENCION ****************
       4100-ABRIR-GRUPO.

           MOVE ARL-PROGRAMA TO WS-GRU-PROGRAMA.
           MOVE ARL-FECHA    TO WS-GRU-FECHA.
           MOVE ARL-CICLO    TO WS-GRU-CICLO.
           MOVE ZEROS        TO WS-GRU-LINEAS.

           MOVE WS-PAR-DIAS-DEFAULT TO WS-GRU-DIAS-RET.
           PERFORM 4150-BUSCAR-RETENCION THRU F-4150-BUSCAR-RETENCION
                   VARYING WS-POL-IX FROM 1 BY 1
                   UNTIL WS-POL-IX > WS-POL-OCUP.

           COMPUTE WS-GRU-ANTIG =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-8)
                 - FUNCTION INTEGER-OF-DATE(WS-GRU-FECHA).

           IF WS-GRU-ANTIG IS GREATER THAN WS-GRU-DIAS-RET
              SET WS-GRUPO-VENCIDO TO TRUE
           ELSE
              SET WS-GRUPO-VIGENTE TO TRUE
           END-IF.

       F-4100-ABRIR-GRUPO. EXIT.

       4150-BUSCAR-RETENCION.

           IF WS-POL-PROGRAMA(WS-POL-IX) IS EQUAL WS-GRU-PROGRAMA
              MOVE WS-POL-DIAS(WS-POL-IX) TO WS-GRU-DIAS-RET
           END-IF.

       F-4150-BUSCAR-RETENCION. EXIT.

      ***** LINEA DEL LISTADO BORRADO *********************************
       4200-CERRAR-GRUPO.

           IF WS-GRUPO-VIGENTE OR WS-GRU-LINEAS IS EQUAL ZEROS
              GO TO F-4200-CERRAR-GRUPO
           END-IF.

           ADD 1 TO WS-TOT-LISTADOS.
           MOVE WS-GRU-PROGRAMA TO WS-DET-PROGRAMA.
           MOVE WS-GRU-FECHA    TO WS-DET-FECHA.
           MOVE WS-GRU-CICLO    TO WS-DET-CICLO.
           MOVE WS-GRU-ANTIG    TO WS-DET-ANTIG.
           MOVE WS-GRU-DIAS-RET TO WS-DET-RETENCION.
           MOVE WS-GRU-LINEAS   TO WS-DET-LINEAS.
           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

           SET WS-GRUPO-VIGENTE TO TRUE.

       F-4200-CERRAR-GRUPO. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           MOVE SPACES          TO WS-REG-RESUMEN.

           EVALUATE TRUE
              WHEN WS-MODO-ARCHIVO
                 DISPLAY 'LISTADO ARCHIVADO      = ' WS-PAR-PROGRAMA
                         ' ' WS-PAR-FECHA ' CICLO ' WS-PAR-CICLO
                 DISPLAY 'LINEAS ARCHIVADAS      = ' WS-NRO-LINEA
                 DISPLAY 'PAGINAS ARCHIVADAS     = ' WS-TOT-PAGINAS
                 MOVE WS-NRO-LINEA TO RES-CANT-PROCESADOS
                 CLOSE LISTIN
                 CLOSE ARCLIS
                 IF RETURN-CODE IS EQUAL ZEROS
                    AND WS-NRO-LINEA IS EQUAL ZEROS
                    DISPLAY '* LISTADO VACIO - NADA QUE ARCHIVAR'
                    MOVE 0004 TO RETURN-CODE
                 END-IF
              WHEN WS-MODO-REIMPRESION
                 DISPLAY 'LISTADO REIMPRESO      = ' WS-PAR-PROGRAMA
                         ' ' WS-PAR-FECHA ' CICLO ' WS-PAR-CICLO
                 DISPLAY 'LINEAS REIMPRESAS      = ' WS-TOT-LINEAS
                 DISPLAY 'PAGINAS REIMPRESAS     = ' WS-TOT-PAGINAS
                 MOVE WS-TOT-LINEAS TO RES-CANT-PROCESADOS
                 CLOSE ARCLIS
                 CLOSE REIMPRE
                 IF RETURN-CODE IS EQUAL ZEROS
                    AND WS-TOT-LINEAS IS EQUAL ZEROS
                    DISPLAY '* SIN LINEAS PARA EL RANGO PEDIDO'
                    MOVE 0004 TO RETURN-CODE
                 END-IF
              WHEN WS-MODO-DEPURACION
                 MOVE 'LINEAS LEIDAS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-LINEAS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2
                 MOVE 'LISTADOS DEPURADOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-LISTADOS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1
                 DISPLAY 'LINEAS LEIDAS          = ' WS-TOT-LINEAS
                 DISPLAY 'LISTADOS DEPURADOS     = ' WS-TOT-LISTADOS
                 MOVE WS-TOT-LISTADOS TO RES-CANT-PROCESADOS
                 CLOSE ARCLIS
                 CLOSE LISTADO
                 IF FS-LIS IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                    MOVE 9999 TO RETURN-CODE
                 END-IF
           END-EVALUATE.

           MOVE 'PGMVAR15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           MOVE ZEROS           TO RES-CANT-ERRORES.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.

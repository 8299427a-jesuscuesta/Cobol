      * el perfil de consulta solo ve consultas y listados, y las
      * utilidades delicadas (restauracion, reorganizacion, cierres,
      * operadores) quedan reservadas al supervisor.
      *
      * El menu general recuerda al operador cuantas tareas tiene
      * sin cerrar en TAREAS.DAT (las suyas y las de su perfil sin
      * asignar) y cuantas han vencido, y lleva a su bandeja
      * UD16E12; el supervisor tiene ademas el informe de vencidas
      * por persona UD16E13.
      *
      * Los informes pesados (antiguedad de saldos UD12E3, ventas
      * mensuales UD13E9, modelo 347 UD17E12) preguntan si se
      * ejecutan ahora o se dejan en la cola de informes con
      * UD16E14, para que los atienda el ejecutor UD13E22 sin
      * bloquear el terminal; el operador sigue sus peticiones
      * desde la opcion 'Mis informes en cola'.
      *
      * Mientras la cadena nocturna UD13E18 esta en marcha (marca
      * de ESTADO.DAT, rutina comun ESTCAD) solo se atienden las
      * opciones de rango consulta; las de operador y supervisor,
      * que actualizan maestros y movimientos, esperan a que
      * termine. La propia cadena sigue pudiendose lanzar.
      *
      * Al entrar, el operador elige tambien la empresa del grupo
      * con la que trabaja (la 01 si no dice otra). La rutina comun
      * EMPRESA la guarda para todos los programas que se llaman
      * desde aqui, y su razon social encabeza los menus.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FOPE.
      *
      * Tareas de los operadores: se cuentan las del que entra por
      * la clave alternativa del asignado.
            SELECT FTEA ASSIGN TO DISK 'TAREAS.DAT'
            RECORD KEY IS TEANUM
            ALTERNATE RECORD KEY IS TEACLV WITH DUPLICATES
            ALTERNATE RECORD KEY IS TEAASG WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FTEA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FOPE LABEL RECORD IS STANDARD.
           COPY REGOPE.
      *
       FD FTEA LABEL RECORD IS STANDARD.
           COPY REGTEA.
      *
       WORKING-STORAGE SECTION.
       77 FS-FOPE   PIC XX.
       77 FS-FTEA   PIC XX.
      * Marca de operador en formacion: la sesion corre entera
      * sobre los ficheros de practica .ENT.
       77 APRENDIZ  PIC X.
       77 ROL       PIC X.
       77 INTENTOS  PIC 9 VALUE 0.
      *
      * Empresa del grupo con la que se trabaja (rutina comun
      * EMPRESA).
       77 EMPRESA-E PIC 99.
           COPY EMPRESA.
      *
      * Perfil traducido a rango: 1 consulta, 2 operador y 3
      * supervisor. Cada opcion tiene su rango minimo y solo se
      * muestra (y se atiende) si el operador llega a el.
      * vetado, 'D' sin registro (decide el rango del perfil).
       77 PROGRAMA    PIC X(8).
       77 PERMISO-RES PIC X.
      *
      * Modo con el que se llama a la facturacion masiva UD23E10:
      * 'P' cuando se lanza desde este menu.
       77 FMA-MODO    PIC X.
      *
      * Los informes que admiten la cola reciben su modo ('P'
      * desde este menu); COLA-SN dice si el operador prefirio
      * dejarlos en la cola de informes UD16E14, que recibe el
      * programa (en blanco, solo la lista de sus peticiones).
           COPY INFDIF.
       77 COLA-SN     PIC X.
       77 PRG-COLA    PIC X(8).
      *
      * Marca de cadena nocturna en marcha (rutina comun ESTCAD).
           COPY ESTCAD.
       77 MSGCADENA   PIC X(60) VALUE
           'Cadena nocturna en marcha: solo consultas hasta que acabe'.
      *
      * Cliente con el que se llama a las consultas por cliente
      * (historial UD11E6, extracto UD12E4, envases UD21E8): en
      * blanco desde este menu, para que lo pidan ellas; la
      * consulta integral UD10E7 se lo pasa ya elegido.
       77 CLI-ELEGIDO PIC X(4).
      *
      * Recuento de las tareas sin cerrar del operador y de las
      * vencidas, para el menu general.
       77 FECHA       PIC 99999999.
       77 FINTEA      PIC X.
       77 ASG-BUS     PIC X(8).
       77 VTO-N       PIC 9(8).
       77 NUM-TAR     PIC 999.
       77 NUM-VEN     PIC 999.
       77 ZTAR        PIC ZZ9.
      *
       77 MSGACC    PIC X(40) VALUE
           'Usuario o clave incorrectos             '.
       77 MSGEMP    PIC X(40) VALUE
           'Empresa inexistente o dada de baja      '.
       77 MSGNOACC  PIC X(40) VALUE
           'ACCESO DENEGADO: avise al supervisor    '.
       77 MSGROL    PIC X(40) VALUE
           DISPLAY 'ACCESO AL SISTEMA'
                                  LINE  3 POSITION 31 REVERSE HIGH.
      *
           DISPLAY 'Empresa..:'   LINE  8 POSITION 20 HIGH.
           DISPLAY 'Usuario..:'   LINE 10 POSITION 20 HIGH.
           DISPLAY 'Clave....:'   LINE 12 POSITION 20 HIGH.
      *
           MOVE 1 TO EMPRESA-E.
           MOVE SPACES TO USUARIO.
           MOVE SPACES TO CLAVE.
           ACCEPT EMPRESA-E LINE  8 POSITION 31 NO BEEP UPDATE.
           ACCEPT USUARIO   LINE 10 POSITION 31 NO BEEP.
           ACCEPT CLAVE     LINE 12 POSITION 31 NO BEEP OFF.
      *
            ELSE
              IF ACCESO NOT = 'S' THEN
                 DISPLAY MSGACC LINE 14 POSITION 20 REVERSE
                 ACCEPT CONTINUA LINE 23 POSITION 79
               ELSE
                 PERFORM FIJAR-EMPRESA.
      *
      * ************************************************
      * Empresa de trabajo: tiene que existir y estar activa; si
      * no, el intento no vale y se vuelven a pedir los datos
      * ************************************************
       FIJAR-EMPRESA.
           IF EMPRESA-E = ZEROS THEN
              MOVE 1 TO EMPRESA-E.
           MOVE EMPRESA-E TO EMA-COD.
           MOVE 'F' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
           IF EMA-OK NOT = 'S' THEN
              MOVE 'N' TO ACCESO
              DISPLAY MSGEMP LINE 14 POSITION 20 REVERSE
              ACCEPT CONTINUA LINE 23 POSITION 79.
      *
      * ************************************************
      * Clave buena pero caducada (OPERLOG devuelve 'C'): se
      *
       PANTALLA-GENERAL.
           DISPLAY SPACE ERASE.
           DISPLAY EMA-NOM        LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'MENU GENERAL' LINE  3 POSITION 34 REVERSE HIGH.
           DISPLAY 'Operador: '   LINE  1 POSITION 55.
           DISPLAY '7-Finanzas y cartera'       LINE 12 POSITION 25.
           DISPLAY '8-Comercial y ventas'       LINE 13 POSITION 25.
           DISPLAY '9-Salir del programa'       LINE 15 POSITION 25.
      *
           PERFORM CONTAR-TAREAS.
           DISPLAY 'T-Bandeja de tareas'        LINE 17 POSITION 25.
           DISPLAY 'Sin cerrar:'                LINE 17 POSITION 47.
           MOVE NUM-TAR TO ZTAR.
           DISPLAY ZTAR                         LINE 17 POSITION 59.
           DISPLAY 'Vencidas:'                  LINE 17 POSITION 64.
           MOVE NUM-VEN TO ZTAR.
           IF NUM-VEN > 0 THEN
              DISPLAY ZTAR                      LINE 17 POSITION 74
                                                REVERSE
            ELSE
              DISPLAY ZTAR                      LINE 17 POSITION 74.
           DISPLAY 'I-Mis informes en cola'     LINE 18 POSITION 25.
           IF NIVEL NOT < 3 THEN
              DISPLAY 'V-Tareas vencidas por persona'
                                               LINE 19 POSITION 25.
      *
           DISPLAY 'Elige una opcion: ' LINE 20 POSITION 5.
           MOVE SPACE TO OPCION.
           IF OPCION = '8' THEN
              MOVE 'S' TO ATENDIDA
              PERFORM SUBMENU-COMERCIAL.
           IF OPCION = 'T' OR OPCION = 't' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD16E12 ' TO PROGRAMA
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD16E12' USING USUARIO, NIVEL.
           IF OPCION = 'I' OR OPCION = 'i' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD16E14 ' TO PROGRAMA
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 MOVE SPACES TO PRG-COLA
                 CALL 'UD16E14' USING USUARIO, PRG-COLA.
           IF OPCION = 'V' OR OPCION = 'v' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD16E13 ' TO PROGRAMA
              MOVE 3 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD16E13'.
           IF OPCION = '9' THEN
              MOVE 'S' TO ATENDIDA.
           IF ATENDIDA = 'N' THEN
      *
       PANTALLA-PRODUCTOS.
           DISPLAY SPACE ERASE.
           DISPLAY EMA-NOM        LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'PRODUCTOS Y ALMACEN'
                                  LINE  3 POSITION 31 REVERSE HIGH.
              DISPLAY 'P-Inspeccion de cuarentena'
                                               LINE  9 POSITION 42
              DISPLAY 'R-Retirada de lote'      LINE 11 POSITION 42
              DISPLAY 'T-Precios pendientes'    LINE 13 POSITION 42
              DISPLAY 'U-Consumo de consigna'   LINE 14 POSITION 42
              DISPLAY 'W-Ordenes de montaje'    LINE 16 POSITION 42.
           DISPLAY 'Q-Informe de cuarentena'    LINE 10 POSITION 42.
           DISPLAY 'S-Informe de margenes'      LINE 12 POSITION 42.
           DISPLAY 'V-Informe de consigna'      LINE 15 POSITION 42.
           DISPLAY 'Y-Informe de montajes'      LINE 17 POSITION 42.
           DISPLAY 'Z-Consulta de series'       LINE 18 POSITION 42.
           DISPLAY 'X-Volver al menu general'   LINE 17 POSITION 5.
      *
           DISPLAY 'Elige una opcion: ' LINE 20 POSITION 5.
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD21E10' USING USUARIO.
           IF OPCSUB = 'U' OR OPCSUB = 'u' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD19E10 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD19E10'.
           IF OPCSUB = 'V' OR OPCSUB = 'v' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD19E11 ' TO PROGRAMA
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD19E11'.
           IF OPCSUB = 'W' OR OPCSUB = 'w' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD19E12 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD19E12'.
           IF OPCSUB = 'Y' OR OPCSUB = 'y' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD19E13 ' TO PROGRAMA
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD19E13'.
           IF OPCSUB = 'Z' OR OPCSUB = 'z' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD19E14 ' TO PROGRAMA
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD19E14'.
           PERFORM OPCION-DESCONOCIDA.
      *
      * ************************************************
      *
       PANTALLA-CLIENTES.
           DISPLAY SPACE ERASE.
           DISPLAY EMA-NOM        LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'CLIENTES'     LINE  3 POSITION 36 REVERSE HIGH.
      *
           IF NIVEL NOT < 3 THEN
              DISPLAY 'G-Archivado de clientes de baja'
                                               LINE 11 POSITION 5.
           IF NIVEL NOT < 2 THEN
              DISPLAY 'H-Envio de documentos (papel/correo)'
                                               LINE 12 POSITION 5.
           IF NIVEL NOT < 3 THEN
              DISPLAY 'I-Reparto de la cola de documentos'
                                               LINE 13 POSITION 5.
           IF NIVEL NOT < 2 THEN
              DISPLAY 'J-Referencias EDI de cadenas'
                                               LINE 14 POSITION 5.
           IF NIVEL NOT < 2 THEN
              DISPLAY 'K-Vida util minima por cliente'
                                               LINE 15 POSITION 5.
           DISPLAY 'L-Stock con vida corta'     LINE 16 POSITION 5.
           DISPLAY 'M-Consulta integral del cliente'
                                               LINE 17 POSITION 5.
           IF NIVEL NOT < 3 THEN
              DISPLAY 'N-Fusion de clientes duplicados'
                                               LINE  5 POSITION 42.
           IF NIVEL NOT < 2 THEN
              DISPLAY 'O-Posibles clientes duplicados'
                                               LINE  6 POSITION 42.
           IF NIVEL NOT < 2 THEN
              DISPLAY 'P-Proteccion de datos (RGPD)'
                                               LINE  7 POSITION 42.
           IF NIVEL NOT < 3 THEN
              DISPLAY 'Q-Cambios pendientes de aprobar'
                                               LINE  8 POSITION 42.
           DISPLAY 'X-Volver al menu general'   LINE 18 POSITION 5.
      *
           DISPLAY 'Elige una opcion: ' LINE 20 POSITION 5.
           MOVE SPACE TO OPCSUB.
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 MOVE SPACES TO CLI-ELEGIDO
                 CALL 'UD11E6' USING CLI-ELEGIDO.
           IF OPCSUB = 'F' OR OPCSUB = 'f' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD16E10 ' TO PROGRAMA
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD13E20'.
           IF OPCSUB = 'H' OR OPCSUB = 'h' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD10E4  ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD10E4'.
           IF OPCSUB = 'I' OR OPCSUB = 'i' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD22E9  ' TO PROGRAMA
              MOVE 3 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD22E9'.
           IF OPCSUB = 'J' OR OPCSUB = 'j' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD10E5  ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD10E5'.
           IF OPCSUB = 'K' OR OPCSUB = 'k' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD10E6  ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD10E6'.
           IF OPCSUB = 'L' OR OPCSUB = 'l' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD19E15 ' TO PROGRAMA
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD19E15'.
           IF OPCSUB = 'M' OR OPCSUB = 'm' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD10E7  ' TO PROGRAMA
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD10E7' USING USUARIO, NIVEL.
           IF OPCSUB = 'N' OR OPCSUB = 'n' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD10E8  ' TO PROGRAMA
              MOVE 3 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD10E8' USING USUARIO.
           IF OPCSUB = 'O' OR OPCSUB = 'o' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD10E9  ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD10E9'.
           IF OPCSUB = 'P' OR OPCSUB = 'p' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD10E10 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD10E10' USING USUARIO, NIVEL.
           IF OPCSUB = 'Q' OR OPCSUB = 'q' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD16E11 ' TO PROGRAMA
              MOVE 3 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD16E11' USING USUARIO, NIVEL.
           PERFORM OPCION-DESCONOCIDA.
      *
      * ************************************************
      *
       PANTALLA-PEDIDOS.
           DISPLAY SPACE ERASE.
           DISPLAY EMA-NOM        LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'PEDIDOS Y EXPEDICION'
                                  LINE  3 POSITION 30 REVERSE HIGH.
              DISPLAY 'G-Carga de pedidos web'  LINE 11 POSITION 5
              DISPLAY 'H-Liberacion de pendientes'
                                               LINE 12 POSITION 5.
           DISPLAY 'W-Traspasos en transito'    LINE 13 POSITION 5.
           IF NIVEL NOT < 2 THEN
              DISPLAY 'Y-Reposicion de picking' LINE 14 POSITION 5
              DISPLAY 'Z-Verificacion de embalaje'
                                               LINE 15 POSITION 5.
           IF NIVEL NOT < 2 THEN
              DISPLAY 'I-Etiquetas de envio'    LINE  5 POSITION 42
              DISPLAY 'J-Manifiesto del transportista'
                                               LINE  9 POSITION 42.
           DISPLAY 'N-Informe de incidencias'   LINE 10 POSITION 42.
           DISPLAY 'O-Saldo de envases'         LINE 11 POSITION 42.
           IF NIVEL NOT < 2 THEN
              DISPLAY 'P-Presupuestos de venta' LINE 12 POSITION 42
              DISPLAY 'Q-Resolucion de presupuestos'
                                               LINE 13 POSITION 42.
           DISPLAY 'R-Informe de presupuestos'  LINE 14 POSITION 42.
           IF NIVEL NOT < 2 THEN
              DISPLAY 'S-Hojas de ruta devueltas'
                                               LINE 15 POSITION 42
              DISPLAY 'T-Seguimiento transportista'
                                               LINE 16 POSITION 42
              DISPLAY 'U-Vehiculos de reparto'  LINE 17 POSITION 42
              DISPLAY 'V-Pedidos EDI de cadenas'
                                               LINE 18 POSITION 42.
           DISPLAY 'X-Volver al menu general'   LINE 17 POSITION 5.
      *
           DISPLAY 'Elige una opcion: ' LINE 20 POSITION 5.
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 MOVE SPACES TO CLI-ELEGIDO
                 CALL 'UD21E8' USING CLI-ELEGIDO.
           IF OPCSUB = 'P' OR OPCSUB = 'p' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E11 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E11'.
           IF OPCSUB = 'Q' OR OPCSUB = 'q' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E12 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E12'.
           IF OPCSUB = 'R' OR OPCSUB = 'r' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E13 ' TO PROGRAMA
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E13'.
           IF OPCSUB = 'S' OR OPCSUB = 's' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD21E12 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD21E12'.
           IF OPCSUB = 'T' OR OPCSUB = 't' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD21E13 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD21E13'.
           IF OPCSUB = 'U' OR OPCSUB = 'u' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD21E14 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD21E14'.
           IF OPCSUB = 'V' OR OPCSUB = 'v' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD13E21 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD13E21'.
           IF OPCSUB = 'W' OR OPCSUB = 'w' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD19E17 ' TO PROGRAMA
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD19E17'.
           IF OPCSUB = 'Y' OR OPCSUB = 'y' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD19E18 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD19E18'.
           IF OPCSUB = 'Z' OR OPCSUB = 'z' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD11E7  ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD11E7'.
           PERFORM OPCION-DESCONOCIDA.
      *
      * ************************************************
      *
       PANTALLA-FACTURAS.
           DISPLAY SPACE ERASE.
           DISPLAY EMA-NOM        LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'FACTURACION Y COBROS'
                                  LINE  3 POSITION 30 REVERSE HIGH.
                                               LINE 12 POSITION 5.
           IF NIVEL NOT < 2 THEN
              DISPLAY 'I-Facturacion de envases'
                                               LINE 13 POSITION 5
              DISPLAY 'J-Facturacion masiva'    LINE 14 POSITION 5
              DISPLAY 'K-Acuerdos de rappel'    LINE  5 POSITION 42.
           DISPLAY 'L-Devengo de rappels'       LINE  6 POSITION 42.
           IF NIVEL NOT < 2 THEN
              DISPLAY 'M-Emision de rappels'    LINE  7 POSITION 42
              DISPLAY 'N-Propuesta int. demora' LINE  8 POSITION 42
              DISPLAY 'O-Emision int. demora'   LINE  9 POSITION 42.
           IF NIVEL NOT < 3 THEN
              DISPLAY 'P-Creditos incobrables'  LINE 10 POSITION 42.
           DISPLAY 'Q-Relacion de incobrables'  LINE 11 POSITION 42.
           IF NIVEL NOT < 2 THEN
              DISPLAY 'R-Cartera de efectos'    LINE 12 POSITION 42.
           DISPLAY 'S-Vencimientos de efectos'  LINE 13 POSITION 42.
           IF NIVEL NOT < 2 THEN
              DISPLAY 'T-Facturas en disputa'   LINE 14 POSITION 42.
           DISPLAY 'U-Informe de disputas'      LINE 15 POSITION 42.
           IF NIVEL NOT < 2 THEN
              DISPLAY 'V-Tarifa y zonas de portes'
                                               LINE 16 POSITION 42
              DISPLAY 'W-Facturas transportista'
                                               LINE 15 POSITION 5.
           DISPLAY 'Y-Informe mensual de portes'
                                               LINE 16 POSITION 5.
           DISPLAY 'X-Volver al menu general'   LINE 17 POSITION 5.
      *
           DISPLAY 'Elige una opcion: ' LINE 20 POSITION 5.
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 PERFORM ELEGIR-EJECUCION
                 IF COLA-SN = 'S' THEN
                    CALL 'UD16E14' USING USUARIO, PROGRAMA
                  ELSE
                    CALL 'UD12E3'.
           IF OPCSUB = 'E' OR OPCSUB = 'e' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD12E4  ' TO PROGRAMA
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 MOVE SPACES TO CLI-ELEGIDO
                 CALL 'UD12E4' USING CLI-ELEGIDO.
           IF OPCSUB = 'F' OR OPCSUB = 'f' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD12E6  ' TO PROGRAMA
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 PERFORM ELEGIR-EJECUCION
                 IF COLA-SN = 'S' THEN
                    CALL 'UD16E14' USING USUARIO, PROGRAMA
                  ELSE
                    MOVE 'P' TO INF-MODO
                    MOVE SPACES TO INF-PARAM
                    CALL 'UD13E9' USING INF-ARG.
           IF OPCSUB = 'H' OR OPCSUB = 'h' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD13E10 ' TO PROGRAMA
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD21E9'.
           IF OPCSUB = 'J' OR OPCSUB = 'j' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E10 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              MOVE 'P' TO FMA-MODO
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E10' USING FMA-MODO.
           IF OPCSUB = 'K' OR OPCSUB = 'k' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E14 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E14'.
           IF OPCSUB = 'L' OR OPCSUB = 'l' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E15 ' TO PROGRAMA
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E15'.
           IF OPCSUB = 'M' OR OPCSUB = 'm' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E16 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E16'.
           IF OPCSUB = 'N' OR OPCSUB = 'n' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E17 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E17'.
           IF OPCSUB = 'O' OR OPCSUB = 'o' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E18 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E18'.
           IF OPCSUB = 'P' OR OPCSUB = 'p' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E19 ' TO PROGRAMA
              MOVE 3 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E19'.
           IF OPCSUB = 'Q' OR OPCSUB = 'q' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E20 ' TO PROGRAMA
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E20'.
           IF OPCSUB = 'R' OR OPCSUB = 'r' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E21 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E21'.
           IF OPCSUB = 'S' OR OPCSUB = 's' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E22 ' TO PROGRAMA
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E22'.
           IF OPCSUB = 'T' OR OPCSUB = 't' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E23 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E23'.
           IF OPCSUB = 'U' OR OPCSUB = 'u' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E24 ' TO PROGRAMA
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E24'.
           IF OPCSUB = 'V' OR OPCSUB = 'v' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E25 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E25'.
           IF OPCSUB = 'W' OR OPCSUB = 'w' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E26 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E26'.
           IF OPCSUB = 'Y' OR OPCSUB = 'y' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E27 ' TO PROGRAMA
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E27'.
           PERFORM OPCION-DESCONOCIDA.
      *
      * ************************************************
      *
       PANTALLA-COMPRAS.
           DISPLAY SPACE ERASE.
           DISPLAY EMA-NOM        LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'COMPRAS'      LINE  3 POSITION 36 REVERSE HIGH.
      *
              DISPLAY 'K-Devoluciones a proveedor'
                                               LINE 15 POSITION 5.
           DISPLAY 'L-Reclamaciones abiertas'   LINE 16 POSITION 5.
           IF NIVEL NOT < 2 THEN
              DISPLAY 'M-Confirmaciones de proveedores'
                                               LINE 17 POSITION 5
              DISPLAY 'N-Gastos de importacion' LINE  5 POSITION 42.
           DISPLAY 'O-Coste real por entrada'   LINE  6 POSITION 42.
           IF NIVEL NOT < 2 THEN
              DISPLAY 'P-Evaluacion de proveedores'
                                               LINE  7 POSITION 42.
           DISPLAY 'X-Volver al menu general'   LINE 18 POSITION 5.
      *
           DISPLAY 'Elige una opcion: ' LINE 20 POSITION 5.
           MOVE SPACE TO OPCSUB.
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD20E7'.
           IF OPCSUB = 'M' OR OPCSUB = 'm' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD20E8  ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD20E8'.
           IF OPCSUB = 'N' OR OPCSUB = 'n' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD20E9  ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD20E9'.
           IF OPCSUB = 'O' OR OPCSUB = 'o' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD20E10 ' TO PROGRAMA
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD20E10'.
           IF OPCSUB = 'P' OR OPCSUB = 'p' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD20E11 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD20E11'.
           PERFORM OPCION-DESCONOCIDA.
      *
      * ************************************************
      *
       PANTALLA-FINANZAS.
           DISPLAY SPACE ERASE.
           DISPLAY EMA-NOM        LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'FINANZAS Y CARTERA'
                                  LINE  3 POSITION 31 REVERSE HIGH.
                                               LINE  7 POSITION 42
              DISPLAY 'L-Modelo 347'            LINE  8 POSITION 42
              DISPLAY 'O-Carga de extracto bancario'
                                               LINE 11 POSITION 42
              DISPLAY 'P-Propuesta de pagos'    LINE 12 POSITION 42
              DISPLAY 'Q-Recibos devueltos'     LINE 13 POSITION  3
              DISPLAY 'R-Libro IVA soportado'   LINE 13 POSITION 42
              DISPLAY 'S-Liquidacion IVA 303'   LINE 14 POSITION  3
              DISPLAY 'T-Anulacion de facturas' LINE 14 POSITION 42
              DISPLAY 'U-Cadena VERI*FACTU'     LINE 15 POSITION  3
              DISPLAY 'V-Remision VERI*FACTU'   LINE 15 POSITION 42
              DISPLAY 'W-Modelo 349'            LINE 16 POSITION  3
              DISPLAY 'Y-Control de series'     LINE 16 POSITION 42
              DISPLAY 'Z-Valoracion de existencias'
                                               LINE 17 POSITION 42
              DISPLAY '2-Apuntes fuera de plazo'
                                               LINE 18 POSITION 42.
           DISPLAY 'D-Prevision de tesoreria'   LINE  8 POSITION 3.
           DISPLAY 'H-Antiguedad de pagos'      LINE 12 POSITION 3.
           DISPLAY 'N-Duplicado de factura'     LINE 10 POSITION 42.
              DISPLAY 'F-Liberacion de credito' LINE 10 POSITION 3
              DISPLAY 'I-Metodos de pago'       LINE  5 POSITION 42
              DISPLAY 'M-Reconstruir partidas abiertas'
                                               LINE  9 POSITION 42
              DISPLAY '1-Periodos contables'    LINE 18 POSITION 3.
           DISPLAY 'X-Volver al menu general'   LINE 17 POSITION 3.
      *
           DISPLAY 'Elige una opcion: ' LINE 20 POSITION 5.
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD17E2' USING USUARIO.
           IF OPCSUB = 'C' OR OPCSUB = 'c' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD17E3  ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 PERFORM ELEGIR-EJECUCION
                 IF COLA-SN = 'S' THEN
                    CALL 'UD16E14' USING USUARIO, PROGRAMA
                  ELSE
                    MOVE 'P' TO INF-MODO
                    MOVE SPACES TO INF-PARAM
                    CALL 'UD17E12' USING INF-ARG.
           IF OPCSUB = 'M' OR OPCSUB = 'm' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD17E13 ' TO PROGRAMA
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD21E3'.
           IF OPCSUB = 'P' OR OPCSUB = 'p' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E1  ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E1'.
           IF OPCSUB = 'Q' OR OPCSUB = 'q' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E2  ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E2'.
           IF OPCSUB = 'R' OR OPCSUB = 'r' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E3  ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E3'.
           IF OPCSUB = 'S' OR OPCSUB = 's' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E4  ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E4'.
           IF OPCSUB = 'T' OR OPCSUB = 't' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E5  ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E5'.
           IF OPCSUB = 'U' OR OPCSUB = 'u' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E6  ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E6'.
           IF OPCSUB = 'V' OR OPCSUB = 'v' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E7  ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E7'.
           IF OPCSUB = 'W' OR OPCSUB = 'w' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E8  ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E8'.
           IF OPCSUB = 'Y' OR OPCSUB = 'y' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E9  ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E9'.
           IF OPCSUB = 'Z' OR OPCSUB = 'z' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD14E2  ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD14E2'.
           IF OPCSUB = '1' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E28 ' TO PROGRAMA
              MOVE 3 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E28' USING USUARIO.
           IF OPCSUB = '2' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E29 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E29'.
           PERFORM OPCION-DESCONOCIDA.
      *
      * ************************************************
      *
       PANTALLA-COMERCIAL.
           DISPLAY SPACE ERASE.
           DISPLAY EMA-NOM        LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'COMERCIAL Y VENTAS'
                                  LINE  3 POSITION 31 REVERSE HIGH.
                                               LINE 11 POSITION 5.
           DISPLAY 'H-Presupuesto contra real'  LINE 12 POSITION 5.
           DISPLAY 'I-Nivel de servicio'        LINE 13 POSITION 5.
           IF NIVEL NOT < 2 THEN
              DISPLAY 'J-Factura completa de un ticket'
                                               LINE 14 POSITION 5.
           DISPLAY 'K-Fichas de alergenos pendientes'
                                               LINE 15 POSITION 5.
           DISPLAY 'L-Errores de preparacion'   LINE 16 POSITION 5.
           IF NIVEL NOT < 2 THEN
              DISPLAY 'M-Ventas bajo margen'    LINE  5 POSITION 42
              DISPLAY 'N-Lista de llamadas'     LINE  6 POSITION 42.
           DISPLAY 'O-Llamadas de televenta'    LINE  7 POSITION 42.
           IF NIVEL NOT < 2 THEN
              DISPLAY 'P-Clientes en riesgo'    LINE  8 POSITION 42.
           DISPLAY 'X-Volver al menu general'   LINE 17 POSITION 5.
      *
           DISPLAY 'Elige una opcion: ' LINE 20 POSITION 5.
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD18E13'.
           IF OPCSUB = 'J' OR OPCSUB = 'j' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD18E14 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD18E14'.
           IF OPCSUB = 'K' OR OPCSUB = 'k' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD19E16 ' TO PROGRAMA
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD19E16'.
           IF OPCSUB = 'L' OR OPCSUB = 'l' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD11E8  ' TO PROGRAMA
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD11E8'.
           IF OPCSUB = 'M' OR OPCSUB = 'm' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD18E15 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD18E15'.
           IF OPCSUB = 'N' OR OPCSUB = 'n' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD18E16 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD18E16'.
           IF OPCSUB = 'O' OR OPCSUB = 'o' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD18E17 ' TO PROGRAMA
              MOVE 1 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD18E17'.
           IF OPCSUB = 'P' OR OPCSUB = 'p' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD18E18 ' TO PROGRAMA
              MOVE 2 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD18E18'.
           PERFORM OPCION-DESCONOCIDA.
      *
      * ************************************************
      *
       PANTALLA-UTILIDADES.
           DISPLAY SPACE ERASE.
           DISPLAY EMA-NOM        LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'PROCESOS Y UTILIDADES'
                                  LINE  3 POSITION 30 REVERSE HIGH.
           IF NIVEL NOT < 3 THEN
              DISPLAY 'Y-Calendario de explotacion'
                                               LINE 17 POSITION 42
              DISPLAY 'Z-Rehacer acum. ventas'  LINE 18 POSITION 42
              DISPLAY '1-Empresas del grupo'    LINE 18 POSITION 3.
           DISPLAY 'X-Volver al menu general'   LINE 17 POSITION 3.
      *
           DISPLAY 'Elige una opcion: ' LINE 20 POSITION 5.
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD22E6'.
      * Tras el mantenimiento de empresas se releen los datos de
      * la de trabajo, por si ha cambiado su razon social.
           IF OPCSUB = '1' THEN
              MOVE 'S' TO ATENDIDA
              MOVE 'UD23E30 ' TO PROGRAMA
              MOVE 3 TO NIVEL-OPC
              PERFORM COMPROBAR-PERFIL
              IF PERMITIDO = 'S' THEN
                 CALL 'UD23E30'
                 MOVE 'D' TO EMA-OPE
                 CALL 'EMPRESA' USING EMPRESA-ARG.
           PERFORM OPCION-DESCONOCIDA.
      *
      * ************************************************
           IF PERMITIDO = 'N' THEN
              DISPLAY MSGROL LINE 22 POSITION 10 REVERSE
              ACCEPT CONTINUA LINE 22 POSITION 79 NO BEEP.
           IF PERMITIDO = 'S' AND NIVEL-OPC > 1
              AND PROGRAMA NOT = 'UD13E18 ' THEN
              PERFORM COMPROBAR-CADENA.
      *
      * ************************************************
      * Con la cadena nocturna en marcha, las opciones que
      * actualizan no se atienden
      * ************************************************
       COMPROBAR-CADENA.
           MOVE 'C'      TO ECA-OPER.
           MOVE PROGRAMA TO ECA-PRG.
           CALL 'ESTCAD' USING ESTCAD-ARG.
           IF ECA-EN-MARCHA THEN
              MOVE 'N' TO PERMITIDO
              DISPLAY MSGCADENA LINE 22 POSITION 10 REVERSE
              ACCEPT CONTINUA LINE 22 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Informe pesado: ejecutarlo ahora en el terminal o dejarlo
      * en la cola de informes
      * ************************************************
       ELEGIR-EJECUCION.
           DISPLAY 'Ejecutar <A>hora o dejar en <C>ola:'
                                          LINE 21 POSITION 5.
           MOVE 'A' TO COLA-SN.
           ACCEPT COLA-SN LINE 21 POSITION 41 NO BEEP UPDATE.
           IF COLA-SN = 'C' OR COLA-SN = 'c' THEN
              MOVE 'S' TO COLA-SN
            ELSE
              MOVE 'N' TO COLA-SN.
      *
      * ************************************************
      * Aviso comun de opcion no reconocida en los submenus
              CLOSE FOPE.
      *
      * ************************************************
      * Tareas sin cerrar del operador: las asignadas a el y las
      * de su perfil que no ha tomado nadie, como las lista su
      * bandeja UD16E12
      * ************************************************
       CONTAR-TAREAS.
           MOVE 0 TO NUM-TAR.
           MOVE 0 TO NUM-VEN.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           OPEN INPUT FTEA.
           IF FS-FTEA = '00' THEN
              MOVE USUARIO TO ASG-BUS
              PERFORM RECORRER-TAREAS
              MOVE SPACES TO ASG-BUS
              PERFORM RECORRER-TAREAS
              CLOSE FTEA.
      *
       RECORRER-TAREAS.
           MOVE SPACE TO FINTEA.
           MOVE ASG-BUS TO TEAASG.
           START FTEA KEY IS = TEAASG INVALID KEY
                                 MOVE 'S' TO FINTEA.
           IF FINTEA NOT = 'S' THEN
              READ FTEA NEXT RECORD AT END MOVE 'S' TO FINTEA.
           PERFORM CONTAR-UNA UNTIL FINTEA = 'S'.
      *
       CONTAR-UNA.
           IF TEAASG NOT = ASG-BUS THEN
              MOVE 'S' TO FINTEA
            ELSE
              IF NOT TEA-CERRADA AND
                 (TEAASG NOT = SPACES OR TEAROL = ROL) THEN
                 PERFORM CONTAR-ABIERTA.
           IF FINTEA NOT = 'S' THEN
              READ FTEA NEXT RECORD AT END MOVE 'S' TO FINTEA.
      *
       CONTAR-ABIERTA.
           ADD 1 TO NUM-TAR.
           MOVE TEAVTO TO VTO-N.
           IF VTO-N < FECHA THEN
              ADD 1 TO NUM-VEN.
      *
      * ************************************************
      * Sesion de formacion: refresca el aula (UD22E7, copiando
      * los .BAK a los ficheros .ENT) y ofrece solo las practicas.
      * El rotulo de formacion acompana toda la sesion, y nada de
      *
       MENU-FORMACION.
           DISPLAY SPACE ERASE.
           DISPLAY EMA-NOM        LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY '*** MODO FORMACION: ficheros de practica ***'
                                  LINE  3 POSITION 17 REVERSE HIGH.

    SELECT OPTIONAL ArchivoSaldosCierre ASSIGN TO "..\saldos_cierre.txt" *>fotos nocturnas de saldo que deja SaldosCierre: la verdad de apertura y cierre
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoTitulares ASSIGN TO "..\titulares.dat" *>solo lectura: cuentas de las que el cliente es cotitular y demas intervinientes de cada una
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS Tit-Clave
    FILE STATUS IS EstadoTitulares.

DATA DIVISION.
FILE SECTION.
FD ArchivoClientes.
   02 Aud-DineroOriginal    PIC 9(5)V99.
   02 FILLER                PIC X(1).
   02 Aud-MonedaOriginal    PIC X(3).
   02 FILLER                PIC X(3).
   02 Aud-Cliente           PIC 9(5).

FD ArchivoEstado.
01 LineaEstado      PIC X(110).

FD ArchivoSaldosCierre.
01 RegistroSaldoCierre.
   02 SC-Cuenta  PIC 9(5).
   02 SC-Moneda  PIC X(3).
   02 SC-Saldo   PIC S9(5)V99.
   02 SC-Estado  PIC X(1).
   02 SC-TipoProducto PIC X(1).

FD ArchivoTitulares.
01 RegistroTitular.
   02 Tit-Clave.
      03 Tit-Cuenta          PIC 9(5).
      03 Tit-Cliente         PIC 9(5).
   02 Tit-Rol                PIC X(1).
      88 Rol-Titular           VALUE 'T'.
      88 Rol-Cotitular         VALUE 'C'.
      88 Rol-Autorizado        VALUE 'A'.
   02 Tit-PIN                PIC 9(4).
   02 Tit-IntentosFallidos   PIC 9(1).
   02 Tit-CambioPINPendiente PIC X(1).
   02 Tit-LimiteDiario       PIC 9(4)V99.
   02 Tit-Estado             PIC X(1).
      88 Interviniente-Baja      VALUE 'X'.
   02 Tit-FechaAlta          PIC 9(8).
   02 Tit-Operador           PIC 9(5).

WORKING-STORAGE SECTION.
01 ClienteConsulta    PIC 9(5).
01 ContadorCuentas    PIC 9(2) VALUE 0.
01 IndiceTabla         PIC 9(2).

*> Ademas de las cuentas de las que es ClienteTitular, el extracto
*> recoge las que el cliente tiene como cotitular en titulares.dat,
*> y de cada cuenta lista a las demas personas que intervienen en
*> ella. Las cuentas en las que solo es autorizado no son suyas y
*> no salen
01 TablaRolesCliente.
   02 RolVinculado OCCURS 20 TIMES PIC X(1).
01 EstadoTitulares    PIC X(2).
   88 Titulares-OK           VALUE '00'.
01 SwFinTitulares     PIC X(1).
01 SwTitularesAbierto PIC X(1) VALUE 'N'.
   88 Titulares-Abierto      VALUE 'S'.
01 CuentaInterviniente PIC 9(5).
01 TextoRol           PIC X(10).

PROCEDURE DIVISION.
    DISPLAY "=== EXTRACTO FAMILIAR CONSOLIDADO ==="
    DISPLAY "IdCliente a consultar: "

*> ---------------------------------------------------------------
*> Recorre cuentas.dat por completo y se queda con los numeros de
*> cuenta cuyo ClienteTitular coincide con el cliente consultado;
*> despues anade las que tiene como cotitular en titulares.dat
*> ---------------------------------------------------------------
LOCALIZAR-CUENTAS-DEL-CLIENTE.
    MOVE 0 TO ContadorCuentas
        IF ClienteTitular = ClienteConsulta AND ContadorCuentas < 20
            ADD 1 TO ContadorCuentas
            MOVE IdCuenta TO CuentaVinculada(ContadorCuentas)
            MOVE 'T' TO RolVinculado(ContadorCuentas)
        END-IF
        READ ArchivoCuentas NEXT
            AT END MOVE 'S' TO SwFinCuentas
        END-READ
    END-PERFORM
    CLOSE ArchivoCuentas

    OPEN INPUT ArchivoTitulares
    IF NOT Titulares-OK
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO SwFinTitulares
    READ ArchivoTitulares NEXT
        AT END MOVE 'S' TO SwFinTitulares
    END-READ
    PERFORM UNTIL SwFinTitulares = 'S'
        IF Tit-Cliente = ClienteConsulta AND NOT Interviniente-Baja
           AND (Rol-Titular OR Rol-Cotitular)
            PERFORM ANADIR-CUENTA-COTITULAR
        END-IF
        READ ArchivoTitulares NEXT
            AT END MOVE 'S' TO SwFinTitulares
        END-READ
    END-PERFORM
    CLOSE ArchivoTitulares.

*> ---------------------------------------------------------------
*> Anade a la lista la cuenta de la fila de titulares.dat leida, si
*> no estaba ya por ser el cliente su ClienteTitular
*> ---------------------------------------------------------------
ANADIR-CUENTA-COTITULAR.
    MOVE 'N' TO SwCuentaEnLista
    MOVE 1 TO IndiceTabla
    PERFORM UNTIL IndiceTabla > ContadorCuentas OR Cuenta-En-Lista
        IF Tit-Cuenta = CuentaVinculada(IndiceTabla)
            MOVE 'S' TO SwCuentaEnLista
        END-IF
        ADD 1 TO IndiceTabla
    END-PERFORM
    IF NOT Cuenta-En-Lista AND ContadorCuentas < 20
        ADD 1 TO ContadorCuentas
        MOVE Tit-Cuenta TO CuentaVinculada(ContadorCuentas)
        MOVE Tit-Rol TO RolVinculado(ContadorCuentas)
    END-IF.

*> ---------------------------------------------------------------
*> Vuelca a un fichero de salida todos los movimientos de
            AND (FechaHasta = 0 OR Aud-Fecha <= FechaHasta)
            MOVE Aud-Dinero TO DineroBonito
            MOVE SPACES TO LineaEstado
            *> Las lineas del cajero llevan quien opero; con varios
            *> titulares es lo primero que preguntan
            IF Aud-Cliente IS NUMERIC AND Aud-Cliente NOT = 0
                STRING Aud-Fecha " " Aud-Hora " | Cuenta " Aud-Cuenta " | " Aud-Operacion
                       " | " Aud-Moneda " " DineroBonito " | Ref " Aud-Referencia
                       " | Por " Aud-Cliente
                       INTO LineaEstado
            ELSE
                STRING Aud-Fecha " " Aud-Hora " | Cuenta " Aud-Cuenta " | " Aud-Operacion
                       " | " Aud-Moneda " " DineroBonito " | Ref " Aud-Referencia
                       INTO LineaEstado
            END-IF
            WRITE LineaEstado
            ADD 1 TO TotalMovimientos
        END-IF
    CLOSE ArchivoEstado.

*> ---------------------------------------------------------------
*> Escribe el saldo actual de cada cuenta vinculada al cliente, con
*> el papel que tiene en ella y quien mas interviene
*> ---------------------------------------------------------------
LISTAR-CUENTAS-VINCULADAS.
    MOVE 1 TO IndiceTabla
    OPEN INPUT ArchivoCuentas
    OPEN INPUT ArchivoClientes
    MOVE 'N' TO SwTitularesAbierto
    OPEN INPUT ArchivoTitulares
    IF Titulares-OK
        MOVE 'S' TO SwTitularesAbierto
    END-IF
    PERFORM UNTIL IndiceTabla > ContadorCuentas
        MOVE CuentaVinculada(IndiceTabla) TO IdCuenta
        READ ArchivoCuentas
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF RolVinculado(IndiceTabla) = 'T'
                    MOVE "TITULAR" TO TextoRol
                ELSE
                    MOVE "COTITULAR" TO TextoRol
                END-IF
                MOVE Saldo TO SaldoBonito
                MOVE SPACES TO LineaEstado
                STRING "Cuenta " IdCuenta " (" Nombre "): " SaldoBonito " " Moneda " - " TextoRol INTO LineaEstado
                WRITE LineaEstado
                IF Titulares-Abierto
                    PERFORM LISTAR-INTERVINIENTES-CUENTA
                END-IF
                MOVE IdCuenta TO CuentaBuscada
                PERFORM BUSCAR-SALDOS-PERIODO
                IF Apertura-Hallada
        END-READ
        ADD 1 TO IndiceTabla
    END-PERFORM
    CLOSE ArchivoCuentas
    CLOSE ArchivoClientes
    IF Titulares-Abierto
        CLOSE ArchivoTitulares
    END-IF.

*> ---------------------------------------------------------------
*> Una linea por cada otra persona activa que interviene en la
*> cuenta que se esta listando, con su rol y su nombre
*> ---------------------------------------------------------------
LISTAR-INTERVINIENTES-CUENTA.
    MOVE IdCuenta TO CuentaInterviniente
    MOVE 'N' TO SwFinTitulares
    MOVE CuentaInterviniente TO Tit-Cuenta
    MOVE 0 TO Tit-Cliente
    START ArchivoTitulares KEY IS NOT LESS THAN Tit-Clave
        INVALID KEY
            MOVE 'S' TO SwFinTitulares
    END-START
    PERFORM UNTIL SwFinTitulares = 'S'
        READ ArchivoTitulares NEXT
            AT END
                MOVE 'S' TO SwFinTitulares
            NOT AT END
                IF Tit-Cuenta NOT = CuentaInterviniente
                    MOVE 'S' TO SwFinTitulares
                ELSE
                    IF Tit-Cliente NOT = ClienteConsulta AND NOT Interviniente-Baja
                        EVALUATE TRUE
                            WHEN Rol-Titular
                                MOVE "Titular" TO TextoRol
                            WHEN Rol-Cotitular
                                MOVE "Cotitular" TO TextoRol
                            WHEN OTHER
                                MOVE "Autorizado" TO TextoRol
                        END-EVALUATE
                        MOVE Tit-Cliente TO IdCliente
                        READ ArchivoClientes
                            INVALID KEY
                                MOVE SPACES TO NombreCliente
                        END-READ
                        MOVE SPACES TO LineaEstado
                        STRING "  " TextoRol ": cliente " Tit-Cliente " " NombreCliente INTO LineaEstado
                        WRITE LineaEstado
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> ---------------------------------------------------------------
*> Recorre las fotos nocturnas de saldo de CuentaBuscada y se queda

      *--   TASAINT  TASA MENSUAL DE INTERES (PORCENTAJE)        --*
      *--   RECPROX  PRIMER NUMERO DE RECIBO (SOLO SI NO HAY     --*
      *--            TODAVIA TALONARIO RECIBOS.CTL)              --*
      *--   PLAZOPRV DIAS DE VENCIMIENTO DE LAS FACTURAS DE      --*
      *--            PROVEEDOR (CARGAPRV)                        --*
      *--   CRTPROX  PRIMER NUMERO DE CERTIFICADO DE RETENCION   --*
      *--            (SOLO SI NO HAY TODAVIA CERTRET.CTL)        --*
      *--   ENTECOB  CODIGO DE LA EMPRESA EN LA RED DE COBRANZA  --*
      *--            EXTRABANCARIA (PAGO FACIL / RAPIPAGO)       --*
      *--   DIASVTO2 DIAS DEL PRIMER AL SEGUNDO VENCIMIENTO DEL  --*
      *--            TALON DE PAGO (CODCOB)                      --*
      *--   RECVTO2  RECARGO DEL SEGUNDO VENCIMIENTO (PORCENTAJE;--*
      *--            SIN EL, LA TASAINT)                         --*
      *--   EXTPROX  PRIMER NUMERO DE RECIBO EXTRABANCARIO (SOLO --*
      *--            SI NO HAY TODAVIA COBEXT.CTL)               --*
      *--   PRVTARNN PROVEEDOR DE LA TARJETA NN (P.EJ. PRVTAR01) --*
      *--            AL QUE LIQTAR CARGA ARANCEL, IVA Y          --*
      *--            RETENCIONES DE CADA LIQUIDACION             --*
      *--   INCDIAS  DIAS DE ATRASO QUE PROPONE CASTIGO PARA EL  --*
      *--            PASE A INCOBRABLES (SIN EL, 90)             --*
      *--   INCMIN   IMPORTE VENCIDO MINIMO QUE PROPONE CASTIGO  --*
      *--   AGEPROX  PRIMER NUMERO DE RECIBO DE LO QUE RINDEN    --*
      *--            LAS AGENCIAS DE COBRANZA (SOLO SI NO HAY    --*
      *--            TODAVIA AGECOB.CTL)                         --*
      *--   CALPROX  PRIMER NUMERO DE RECIBO DE LO QUE RINDEN    --*
      *--            LOS COBRADORES A DOMICILIO (SOLO SI NO HAY  --*
      *--            TODAVIA CALLE.CTL)                          --*
      *--   PRCPROX  PRIMER NUMERO DE PRESUPUESTO A CLIENTES     --*
      *--            (SOLO SI NO HAY TODAVIA PRESCLI.CTL)        --*
      *--   PRCVAL   DIAS DE VALIDEZ QUE PROPONE PRESCLI (SIN    --*
      *--            EL, 15)                                     --*
      *--   RCLPROX  PRIMER NUMERO DE RECLAMO DE CLIENTES (SOLO  --*
      *--            SI NO HAY TODAVIA RECLAMO.CTL)              --*
      *--   LIBPROX  PRIMER FOLIO DEL LIBRO DE SUELDOS (SOLO SI  --*
      *--            NO HAY TODAVIA LIBSUE.CTL)                  --*
      *--   INACTMIN MINUTOS SIN TECLEAR QUE CIERRAN LA SESION   --*
      *--            EN LOS A-B-M Y COBRAR (VENCESES; SIN EL,    --*
      *--            15)                                         --*
      *--   RECDIAS  DIAS QUE VALE LA RECERTIFICACION DE LOS     --*
      *--            PERMISOS DE UN OPERADOR; VENCIDA, LISPERM   --*
      *--            BLOQUEA LA CUENTA (SIN EL, 90)              --*
      *--   ANTPCT   PORCENTAJE DE ANTIGUEDAD POR ANIO DE        --*
      *--            SERVICIO (LIQUIDA, LIQFIN; SIN EL, 1)       --*
      *--   VHSUPL   VALOR HORA DE LAS SUPLENCIAS DE QUIEN NO    --*
      *--            COBRA POR HORAS CATEDRA (LIQUIDA; SIN EL,   --*
      *--            QUEDAN PENDIENTES)                          --*
      *--   HEXDIV   DIVISOR DEL SUELDO PARA EL VALOR HORA DE    --*
      *--            LAS HORAS EXTRA (LIQUIDA; SIN EL, 200)      --*
      *--   HEXMIN   MINUTOS EXTRA MINIMOS DEL DIA PARA QUE      --*
      *--            CALCHEX LOS TOME (SIN EL, 30)               --*
      *--   MATRICUL IMPORTE DE MATRICULA QUE PROPONE CAMPREI    --*
      *--            CUANDO NO SE LO INFORMA                     --*
      *--   CLAVEDIA DIAS DE VIGENCIA DE LA CLAVE DE UN OPERADOR --*
      *--            (LOGON; SIN EL, 90)                         --*
      *--   DEBPROX  PRIMER NUMERO DE RECIBO DE LOS DEBITOS      --*
      *--            AUTOMATICOS (RESPDEB; SOLO SI NO HAY        --*
      *--            TODAVIA DEBITOS.CTL; SIN EL, 900001)        --*
      *--   FACPROX  PRIMER NUMERO DE FACTURA (SOLO SI NO HAY    --*
      *--            TODAVIA FACTURAS.CTL)                       --*
      *--   NCRPROX  PRIMER NUMERO DE NOTA DE CREDITO (SOLO SI   --*
      *--            NO HAY TODAVIA NOTACRE.CTL)                 --*
      *--   NDBPROX  PRIMER NUMERO DE NOTA DE DEBITO (SOLO SI NO --*
      *--            HAY TODAVIA NOTADEB.CTL)                    --*
      *--   DESCHE2  DESCUENTO DE CUOTA DEL SEGUNDO HERMANO      --*
      *--            (PORCENTAJE; GENCUO; SIN EL, NO HAY)        --*
      *--   DESCHE3  IDEM DEL TERCER HERMANO EN ADELANTE         --*
      *--   FALTMAX  AUSENCIAS DEL MES POR ENCIMA DE LAS CUALES  --*
      *--            INFASIS ALERTA POR EL ALUMNO (SIN EL, 3)    --*
      *--   HORATARD HORA (HHMM) DESDE LA QUE INFPRES CUENTA     --*
      *--            LLEGADA TARDE (SIN EL, 0900)                --*
      *--   INACMES  MESES SIN MOVIMIENTO QUE INACTIV TOMA POR   --*
      *--            CLIENTE INACTIVO (SIN EL, 36)               --*
      *--   IVATASA  TASA GENERAL DE IVA (PORCENTAJE; LIBROIVA,  --*
      *--            LIBIVAC, DIARIO; SIN EL, 21)                --*
      *--   TOPEMOV  IMPORTE DESDE EL QUE UN MOVIMIENTO MANUAL   --*
      *--            NACE RETENIDO HASTA LA FIRMA DEL SUPERVISOR --*
      *--            (CARGAMOV, NOTASCD, APRMOV; SIN EL, NO HAY  --*
      *--            TOPE)                                       --*
      *-----------------------------------------------------------*
       01  R-PARM.
            02 PACOD    PIC X(8).

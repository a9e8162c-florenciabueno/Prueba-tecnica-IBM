      *> centavos) y gana capacidad de enteros -- las cuentas grandes
      *> ya rozaban el tope de 5 digitos y cada ajuste truncaba los
      *> centavos.
      *> Pedido 036: MONEDA es el codigo ISO de la moneda de la cuenta
      *> (ARS, USD, ...). CAMPO2 y su ajuste quedan siempre en esa
      *> moneda; la conversion a moneda base se hace recien al
      *> contabilizar en ASIENTOS.DAT, con la cotizacion de CAMBIOS.DAT
      *> de la fecha de negocio.
       01 REGISTRO_REC.
           05 CUENTA PIC 9(08).
           05 CAMPO1 PIC X(02).
           05 CAMPO2 PIC 9(07)V9(02).
           05 MONEDA PIC X(03).
